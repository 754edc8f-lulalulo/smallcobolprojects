IDENTIFICATION DIVISION.
PROGRAM-ID. PickConfirmation.

*> Second half of the pick cycle PickListGeneration starts. The
*> floor keys what it actually pulled against each pick to
*> PICK_CONFIRM.DAT (ITEM-ID LOCATION-CODE ORDER-REF PICKED-QTY,
*> space-delimited, one line per hold picked, a zero quantity for a
*> hold that could not be picked at all). Each confirmation is
*> matched to its open hold on RESERVATIONS.DAT and emits an issue
*> delta (ITEM-ID LOCATION -QTY ORDER-REF) to PICK_ISSUE_TRANS.DAT,
*> framed with the HDR/TRL control records InventoryManagement's
*> load demands - batch date the run date, batch number the run
*> time, trailer the delta count and signed quantity sum, the same
*> convention PurchaseOrderReceiving and PhysicalCountReconciliation
*> use - so the shipment posts through the normal update run, where
*> 5130-CONSUME-RESERVATIONS consumes the hold placed under that
*> order reference (not merely the item/location's oldest one) and
*> 5150-RELIEVE-LOTS relieves the same lots the pick list named.
*> A pick confirmed short of its hold is listed on PICK_EXCEPTION_REPORT.DAT with
*> the quantity still held, so the desk that promised the order
*> decides whether to re-pick or release the remainder instead of
*> the hold sitting half-open unnoticed. Confirmations for holds not
*> on file, repeats of a hold already confirmed this run, picks
*> beyond the held quantity, and mangled lines are rejected to
*> EXCEPTIONS.DAT and emit nothing. RESERVATIONS.DAT is read only -
*> the update run is the only program that closes holds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PICK-CONFIRM-FILE ASSIGN TO 'PICK_CONFIRM.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIRM-FILE-STATUS.
    SELECT RESERVATIONS-FILE ASSIGN TO 'RESERVATIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESERVATIONS-FILE-STATUS.
    SELECT ISSUE-TRANS-FILE ASSIGN TO 'PICK_ISSUE_TRANS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PICK-EXCEPTION-FILE ASSIGN TO 'PICK_EXCEPTION_REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTIONS-FILE ASSIGN TO 'EXCEPTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPTIONS-FILE-STATUS.
    SELECT LOCATION-MASTER-FILE ASSIGN TO 'LOCATION_MASTER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD PICK-CONFIRM-FILE.
01 PICK-CONFIRM-RECORD PIC X(40).

FD RESERVATIONS-FILE.
01 RESERVATIONS-RECORD PIC X(40).

FD ISSUE-TRANS-FILE.
01 ISSUE-TRANS-RECORD PIC X(30).

FD PICK-EXCEPTION-FILE.
01 PICK-EXCEPTION-RECORD PIC X(80).

FD EXCEPTIONS-FILE.
01 EXCEPTIONS-RECORD PIC X(70).

FD LOCATION-MASTER-FILE.
01 LOCATION-MASTER-RECORD PIC X(25).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(40).
01 CONFIRM-FILE-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 RUN-DATE PIC 9(6).
01 RUN-TIME PIC 9(8).

01 RESERVATIONS-FILE-STATUS PIC X(2).
01 RESERVATION-EOF-FLAG PIC X VALUE 'N'.
   88 RESERVATION-EOF VALUE 'Y'.
   88 RESERVATION-NOT-EOF VALUE 'N'.
01 RESERVATION-TEMP-RECORD PIC X(40).
01 RESERVATION-COUNT PIC 9(4) COMP VALUE 0.
01 RESERVATION-TABLE.
   05 RESERVATION-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON RESERVATION-COUNT
      INDEXED BY RESERVATION-IDX.
      10 RS-ITEM-ID PIC 9(5).
      10 RS-LOCATION-CODE PIC X(3).
      10 RS-ORDER-REF PIC X(8).
      10 RS-RESERVED-QTY PIC 9(4).
      10 RS-RESERVE-DATE PIC 9(6).
      10 RS-CONFIRMED-SW PIC X.
         88 RS-CONFIRMED VALUE 'Y'.
01 RESERVATION-FOUND-SW PIC X VALUE 'N'.
   88 RESERVATION-FOUND VALUE 'Y'.
   88 RESERVATION-NOT-FOUND VALUE 'N'.

01 RAW-PC-ITEM-ID PIC X(15).
01 RAW-PC-ITEM-LEN PIC 9(2) COMP.
01 RAW-PC-LOCATION PIC X(15).
01 RAW-PC-LOC-LEN PIC 9(2) COMP.
01 RAW-PC-ORDER-REF PIC X(15).
01 RAW-PC-REF-LEN PIC 9(2) COMP.
01 RAW-PC-QTY PIC X(15).
01 RAW-PC-QTY-LEN PIC 9(2) COMP.
01 RAW-PC-OVERFLOW PIC X(10).
01 PC-FIELD-COUNT PIC 9(2) COMP.
01 RECORD-VALID-SW PIC X VALUE 'Y'.
   88 RECORD-VALID VALUE 'Y'.
   88 RECORD-INVALID VALUE 'N'.
01 REJECT-REASON PIC X(25).

01 PICK-ITEM-ID PIC 9(5).
01 PICK-LOCATION PIC X(3).
01 PICK-ORDER-REF PIC X(8).
01 PICKED-QTY PIC 9(4).
01 SHORT-QTY PIC 9(4).
01 ISSUE-DELTA PIC S9(4) SIGN LEADING SEPARATE.

01 LOCATION-MASTER-STATUS PIC X(2).
01 LOCATION-EOF-FLAG PIC X VALUE 'N'.
   88 LOCATION-EOF VALUE 'Y'.
   88 LOCATION-NOT-EOF VALUE 'N'.
01 LOCATION-TEMP-RECORD PIC X(25).
01 LOCATION-COUNT PIC 9(4) COMP VALUE 0.
01 LOCATION-TABLE.
   05 LOCATION-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON LOCATION-COUNT
      INDEXED BY LOCATION-IDX.
      10 LM-CODE PIC X(3).
      10 LM-NAME PIC X(15).
      10 LM-ACTIVE-SW PIC X.
         88 LM-ACTIVE VALUE 'A'.
         88 LM-INACTIVE VALUE 'I'.
01 LOCATION-FOUND-SW PIC X VALUE 'N'.
   88 LOCATION-FOUND VALUE 'Y'.
   88 LOCATION-NOT-FOUND VALUE 'N'.

01 CONFIRMS-READ PIC 9(6) COMP VALUE 0.
01 PICKS-CONFIRMED PIC 9(6) COMP VALUE 0.
01 SHORT-PICK-COUNT PIC 9(6) COMP VALUE 0.
01 REJECT-COUNT PIC 9(6) COMP VALUE 0.
01 DELTA-COUNT PIC 9(6) VALUE 0.
01 DELTA-HASH PIC S9(8) SIGN LEADING SEPARATE VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    PERFORM 1600-LOAD-LOCATION-MASTER
    PERFORM 1000-LOAD-RESERVATIONS
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    OPEN INPUT PICK-CONFIRM-FILE
    IF CONFIRM-FILE-STATUS NOT = '00'
        DISPLAY "PICK_CONFIRM.DAT COULD NOT BE OPENED - STATUS " CONFIRM-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT ISSUE-TRANS-FILE
         OUTPUT PICK-EXCEPTION-FILE
    PERFORM 1900-WRITE-HEADING
    PERFORM 1950-WRITE-BATCH-HEADER
    PERFORM UNTIL EOF
        READ PICK-CONFIRM-FILE INTO TEMP-RECORD
            AT END
                SET EOF TO TRUE
            NOT AT END
                ADD 1 TO CONFIRMS-READ
                PERFORM 2000-PROCESS-CONFIRM-LINE
        END-READ
    END-PERFORM
    PERFORM 2600-WRITE-BATCH-TRAILER
    IF SHORT-PICK-COUNT = 0
        MOVE SPACES TO PICK-EXCEPTION-RECORD
        STRING "No short picks this run."
            DELIMITED BY SIZE INTO PICK-EXCEPTION-RECORD
        WRITE PICK-EXCEPTION-RECORD
    END-IF
    CLOSE PICK-CONFIRM-FILE
          ISSUE-TRANS-FILE
          PICK-EXCEPTION-FILE
          EXCEPTIONS-FILE
    DISPLAY "CONFIRMATIONS READ " CONFIRMS-READ " CONFIRMED " PICKS-CONFIRMED
        " SHORT " SHORT-PICK-COUNT " REJECTED " REJECT-COUNT
    STOP RUN.

*> The open holds the pick list was printed from. A missing file
*> leaves nothing to confirm against, so every line rejects.
1000-LOAD-RESERVATIONS.
    OPEN INPUT RESERVATIONS-FILE
    IF RESERVATIONS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF RESERVATIONS-FILE-STATUS NOT = '00'
            DISPLAY "RESERVATIONS.DAT COULD NOT BE OPENED - STATUS " RESERVATIONS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL RESERVATION-EOF
            READ RESERVATIONS-FILE INTO RESERVATION-TEMP-RECORD
                AT END
                    SET RESERVATION-EOF TO TRUE
                NOT AT END
                    PERFORM 1010-LOAD-ONE-RESERVATION
            END-READ
        END-PERFORM
        CLOSE RESERVATIONS-FILE
    END-IF.

*> Abandon rather than load a partial table: a hold left out here
*> would reject a pick the floor really made.
1010-LOAD-ONE-RESERVATION.
    IF RESERVATION-COUNT >= 500
        DISPLAY "RESERVATIONS.DAT EXCEEDS 500 OPEN RESERVATIONS - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO RESERVATION-COUNT
    UNSTRING RESERVATION-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RS-ITEM-ID (RESERVATION-COUNT),
             RS-LOCATION-CODE (RESERVATION-COUNT),
             RS-ORDER-REF (RESERVATION-COUNT),
             RS-RESERVED-QTY (RESERVATION-COUNT),
             RS-RESERVE-DATE (RESERVATION-COUNT)
    MOVE 'N' TO RS-CONFIRMED-SW (RESERVATION-COUNT).

*> EXTEND, not OUTPUT: the shared exception file may still hold the
*> update run's reject records, which operations reviews against
*> RUN_SUMMARY.DAT - truncating it here would destroy them.
1250-OPEN-EXCEPTIONS-FILE.
    OPEN EXTEND EXCEPTIONS-FILE
    IF EXCEPTIONS-FILE-STATUS = '35'
        OPEN OUTPUT EXCEPTIONS-FILE
    END-IF
    IF EXCEPTIONS-FILE-STATUS NOT = '00'
        DISPLAY "EXCEPTIONS.DAT COULD NOT BE OPENED - STATUS " EXCEPTIONS-FILE-STATUS
        STOP RUN
    END-IF.

*> Same master and rule as InventoryManagement's location check: an
*> issue keyed to a typo'd or retired location would only bounce at
*> the update run, so it is caught here instead.
1600-LOAD-LOCATION-MASTER.
    OPEN INPUT LOCATION-MASTER-FILE
    IF LOCATION-MASTER-STATUS NOT = '00'
        DISPLAY "LOCATION_MASTER.DAT COULD NOT BE OPENED - STATUS " LOCATION-MASTER-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL LOCATION-EOF
        READ LOCATION-MASTER-FILE INTO LOCATION-TEMP-RECORD
            AT END
                SET LOCATION-EOF TO TRUE
            NOT AT END
                PERFORM 1610-LOAD-ONE-LOCATION
        END-READ
    END-PERFORM
    CLOSE LOCATION-MASTER-FILE.

1610-LOAD-ONE-LOCATION.
    IF LOCATION-COUNT >= 500
        DISPLAY "LOCATION_MASTER.DAT EXCEEDS 500 LOCATIONS - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO LOCATION-COUNT
    UNSTRING LOCATION-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO LM-CODE (LOCATION-COUNT),
             LM-NAME (LOCATION-COUNT),
             LM-ACTIVE-SW (LOCATION-COUNT)
    IF NOT LM-ACTIVE (LOCATION-COUNT)
        AND NOT LM-INACTIVE (LOCATION-COUNT)
        DISPLAY "LOCATION_MASTER.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " LOCATION-TEMP-RECORD
        STOP RUN
    END-IF.

1650-CHECK-LOCATION-CODE.
    SET LOCATION-NOT-FOUND TO TRUE
    SET LOCATION-IDX TO 1
    IF LOCATION-COUNT > 0
        SEARCH LOCATION-ENTRY
            AT END
                SET LOCATION-NOT-FOUND TO TRUE
            WHEN LM-CODE (LOCATION-IDX) = PICK-LOCATION
                SET LOCATION-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF LOCATION-NOT-FOUND
        SET RECORD-INVALID TO TRUE
        MOVE "UNKNOWN LOCATION" TO REJECT-REASON
    ELSE
        IF LM-INACTIVE (LOCATION-IDX)
            SET RECORD-INVALID TO TRUE
            MOVE "INACTIVE LOCATION" TO REJECT-REASON
        END-IF
    END-IF.

1900-WRITE-HEADING.
    MOVE SPACES TO PICK-EXCEPTION-RECORD
    STRING "ITEM-ID LOC ORDER-REF HELD PICKED SHORT STATUS"
        DELIMITED BY SIZE INTO PICK-EXCEPTION-RECORD
    WRITE PICK-EXCEPTION-RECORD.

1950-WRITE-BATCH-HEADER.
    ACCEPT RUN-DATE FROM DATE
    ACCEPT RUN-TIME FROM TIME
    MOVE SPACES TO ISSUE-TRANS-RECORD
    STRING "HDR " RUN-DATE " " RUN-TIME (1:6)
        DELIMITED BY SIZE INTO ISSUE-TRANS-RECORD
    WRITE ISSUE-TRANS-RECORD.

2000-PROCESS-CONFIRM-LINE.
    PERFORM 2100-VALIDATE-CONFIRM-LINE
    IF RECORD-VALID
        PERFORM 2150-FIND-HOLD
    END-IF
    IF RECORD-INVALID
        PERFORM 2200-WRITE-EXCEPTION
    ELSE
        PERFORM 2300-CONFIRM-PICK
    END-IF.

2100-VALIDATE-CONFIRM-LINE.
    SET RECORD-VALID TO TRUE
    MOVE SPACES TO REJECT-REASON
    MOVE SPACES TO RAW-PC-ITEM-ID RAW-PC-LOCATION RAW-PC-ORDER-REF
                   RAW-PC-QTY RAW-PC-OVERFLOW
    MOVE 0 TO PC-FIELD-COUNT RAW-PC-ITEM-LEN RAW-PC-LOC-LEN
              RAW-PC-REF-LEN RAW-PC-QTY-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-PC-ITEM-ID COUNT IN RAW-PC-ITEM-LEN,
             RAW-PC-LOCATION COUNT IN RAW-PC-LOC-LEN,
             RAW-PC-ORDER-REF COUNT IN RAW-PC-REF-LEN,
             RAW-PC-QTY COUNT IN RAW-PC-QTY-LEN,
             RAW-PC-OVERFLOW
        TALLYING IN PC-FIELD-COUNT
    IF PC-FIELD-COUNT NOT = 4
        SET RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO REJECT-REASON
    ELSE
        IF RAW-PC-ITEM-LEN > 5 OR RAW-PC-LOC-LEN > 3
            OR RAW-PC-REF-LEN > 8 OR RAW-PC-QTY-LEN > 4
            SET RECORD-INVALID TO TRUE
            MOVE "FIELD TOO LONG" TO REJECT-REASON
        ELSE
            IF RAW-PC-ITEM-ID (1:RAW-PC-ITEM-LEN) IS NOT NUMERIC
                SET RECORD-INVALID TO TRUE
                MOVE "NON-NUMERIC ITEM-ID" TO REJECT-REASON
            ELSE
                IF RAW-PC-QTY (1:RAW-PC-QTY-LEN) IS NOT NUMERIC
                    SET RECORD-INVALID TO TRUE
                    MOVE "NON-NUMERIC QTY" TO REJECT-REASON
                END-IF
            END-IF
        END-IF
    END-IF
    IF RECORD-VALID
        MOVE RAW-PC-ITEM-ID (1:RAW-PC-ITEM-LEN) TO PICK-ITEM-ID
        MOVE RAW-PC-LOCATION (1:3) TO PICK-LOCATION
        MOVE RAW-PC-ORDER-REF (1:8) TO PICK-ORDER-REF
        MOVE RAW-PC-QTY (1:RAW-PC-QTY-LEN) TO PICKED-QTY
        PERFORM 1650-CHECK-LOCATION-CODE
    END-IF.

*> A hold is confirmed once per run: a second line for it would
*> issue the same order twice.
2150-FIND-HOLD.
    SET RESERVATION-NOT-FOUND TO TRUE
    SET RESERVATION-IDX TO 1
    IF RESERVATION-COUNT > 0
        SEARCH RESERVATION-ENTRY
            AT END
                SET RESERVATION-NOT-FOUND TO TRUE
            WHEN RS-ITEM-ID (RESERVATION-IDX) = PICK-ITEM-ID
                AND RS-LOCATION-CODE (RESERVATION-IDX) = PICK-LOCATION
                AND RS-ORDER-REF (RESERVATION-IDX) = PICK-ORDER-REF
                SET RESERVATION-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF RESERVATION-NOT-FOUND
        SET RECORD-INVALID TO TRUE
        MOVE "NO OPEN HOLD FOR PICK" TO REJECT-REASON
    ELSE
        IF RS-CONFIRMED (RESERVATION-IDX)
            SET RECORD-INVALID TO TRUE
            MOVE "HOLD ALREADY CONFIRMED" TO REJECT-REASON
        ELSE
            IF PICKED-QTY > RS-RESERVED-QTY (RESERVATION-IDX)
                SET RECORD-INVALID TO TRUE
                MOVE "PICKED EXCEEDS HOLD" TO REJECT-REASON
            END-IF
        END-IF
    END-IF.

2200-WRITE-EXCEPTION.
    ADD 1 TO REJECT-COUNT
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING TEMP-RECORD " " REJECT-REASON
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

*> What was picked ships; what was not stays held under the order
*> reference and goes on the short-pick report.
2300-CONFIRM-PICK.
    ADD 1 TO PICKS-CONFIRMED
    SET RS-CONFIRMED (RESERVATION-IDX) TO TRUE
    IF PICKED-QTY > 0
        PERFORM 2500-WRITE-ISSUE-LINE
    END-IF
    IF PICKED-QTY < RS-RESERVED-QTY (RESERVATION-IDX)
        PERFORM 2400-WRITE-SHORT-PICK
    END-IF.

2400-WRITE-SHORT-PICK.
    ADD 1 TO SHORT-PICK-COUNT
    COMPUTE SHORT-QTY = RS-RESERVED-QTY (RESERVATION-IDX) - PICKED-QTY
    MOVE SPACES TO PICK-EXCEPTION-RECORD
    STRING PICK-ITEM-ID "   " PICK-LOCATION " " PICK-ORDER-REF
        "  " RS-RESERVED-QTY (RESERVATION-IDX) " " PICKED-QTY
        "   " SHORT-QTY "  SHORT PICK - " SHORT-QTY " STILL HELD"
        DELIMITED BY SIZE INTO PICK-EXCEPTION-RECORD
    WRITE PICK-EXCEPTION-RECORD.

2500-WRITE-ISSUE-LINE.
    ADD 1 TO DELTA-COUNT
    COMPUTE ISSUE-DELTA = 0 - PICKED-QTY
    ADD ISSUE-DELTA TO DELTA-HASH
    MOVE SPACES TO ISSUE-TRANS-RECORD
    STRING PICK-ITEM-ID " " PICK-LOCATION " " ISSUE-DELTA
        " " PICK-ORDER-REF
        DELIMITED BY SIZE INTO ISSUE-TRANS-RECORD
    WRITE ISSUE-TRANS-RECORD.

2600-WRITE-BATCH-TRAILER.
    MOVE SPACES TO ISSUE-TRANS-RECORD
    STRING "TRL " DELTA-COUNT " " DELTA-HASH
        DELIMITED BY SIZE INTO ISSUE-TRANS-RECORD
    WRITE ISSUE-TRANS-RECORD.
