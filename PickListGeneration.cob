IDENTIFICATION DIVISION.
PROGRAM-ID. PickListGeneration.

*> Tells the warehouse floor what to pull for the orders the desks
*> have promised. Every open hold on RESERVATIONS.DAT (ITEM-ID
*> LOCATION-CODE ORDER-REF QTY DATE, as InventoryManagement leaves
*> it) becomes a pick, printed to PICK_LIST.DAT one page per
*> LOCATION-CODE and grouped under each order reference. Each pick
*> names the lots to pull from LOT_BALANCE.DAT oldest first - the
*> same walk 5150-RELIEVE-LOTS makes when the issue posts - so the
*> lot the picker pulls is the lot the book relieves. Holds are
*> allocated in file order, which is the order they were placed
*> and the order the update run consumes them in, and each lot's
*> remaining balance is worked down as it is allocated, so two
*> orders for the same item never send the floor to the same units.
*> Quantity a hold needs beyond the lots on file (or all of it, for
*> an item/location with no lot rows) prints with no lot number.
*> The picks pass through a sort work file keyed location / order
*> reference / allocation sequence, so the list is complete however
*> many holds are open. A hold line too mangled to read is rejected
*> to EXCEPTIONS.DAT. Nothing here changes stock or holds: the floor
*> keys what it actually pulled to PICK_CONFIRM.DAT and
*> PickConfirmation turns that into the issue batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESERVATIONS-FILE ASSIGN TO 'RESERVATIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESERVATIONS-FILE-STATUS.
    SELECT LOT-BALANCE-FILE ASSIGN TO 'LOT_BALANCE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOT-BALANCE-STATUS.
    SELECT PICK-LIST-FILE ASSIGN TO 'PICK_LIST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTIONS-FILE ASSIGN TO 'EXCEPTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPTIONS-FILE-STATUS.
    SELECT LOCATION-MASTER-FILE ASSIGN TO 'LOCATION_MASTER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-MASTER-STATUS.
    SELECT PICK-SORT-FILE ASSIGN TO 'SORTWORK'.

DATA DIVISION.
FILE SECTION.
FD RESERVATIONS-FILE.
01 RESERVATIONS-RECORD PIC X(40).

FD LOT-BALANCE-FILE.
01 LOT-BALANCE-RECORD PIC X(40).

FD PICK-LIST-FILE.
01 PICK-LIST-RECORD PIC X(80).

FD EXCEPTIONS-FILE.
01 EXCEPTIONS-RECORD PIC X(70).

FD LOCATION-MASTER-FILE.
01 LOCATION-MASTER-RECORD PIC X(25).

SD PICK-SORT-FILE.
01 PICK-SORT-RECORD.
    05 PK-LOCATION-CODE PIC X(3).
    05 PK-ORDER-REF PIC X(8).
    05 PK-SEQ PIC 9(9).
    05 PK-ITEM-ID PIC 9(5).
    05 PK-HOLD-QTY PIC 9(4).
    05 PK-LOT-NUMBER PIC X(8).
    05 PK-PICK-QTY PIC 9(4).
    05 PK-RECEIPT-DATE PIC 9(6).
    05 PK-FIRST-PIECE-SW PIC X.
       88 PK-FIRST-PIECE VALUE 'Y'.

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(40).
01 RESERVATIONS-FILE-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 RUN-DATE PIC 9(6).
01 RELEASE-SEQ PIC 9(9) VALUE 0.

01 RAW-RS-ITEM-ID PIC X(15).
01 RAW-RS-ITEM-LEN PIC 9(2) COMP.
01 RAW-RS-LOCATION PIC X(15).
01 RAW-RS-LOC-LEN PIC 9(2) COMP.
01 RAW-RS-ORDER-REF PIC X(15).
01 RAW-RS-REF-LEN PIC 9(2) COMP.
01 RAW-RS-QTY PIC X(15).
01 RAW-RS-QTY-LEN PIC 9(2) COMP.
01 RAW-RS-DATE PIC X(15).
01 RAW-RS-DATE-LEN PIC 9(2) COMP.
01 RAW-RS-OVERFLOW PIC X(10).
01 RS-FIELD-COUNT PIC 9(2) COMP.
01 RECORD-VALID-SW PIC X VALUE 'Y'.
   88 RECORD-VALID VALUE 'Y'.
   88 RECORD-INVALID VALUE 'N'.
01 REJECT-REASON PIC X(25).

01 HOLD-ITEM-ID PIC 9(5).
01 HOLD-LOCATION-CODE PIC X(3).
01 HOLD-ORDER-REF PIC X(8).
01 HOLD-QTY PIC 9(4).
01 ALLOCATE-REMAINING PIC 9(4).
01 LOT-PICK-QTY PIC 9(4).
01 FIRST-PIECE-SW PIC X VALUE 'Y'.
   88 FIRST-PIECE VALUE 'Y'.
   88 LATER-PIECE VALUE 'N'.

01 LOT-BALANCE-STATUS PIC X(2).
01 LOT-EOF-FLAG PIC X VALUE 'N'.
   88 LOT-EOF VALUE 'Y'.
   88 LOT-NOT-EOF VALUE 'N'.
01 LOT-TEMP-RECORD PIC X(40).
01 LOT-COUNT PIC 9(4) COMP VALUE 0.
01 LOT-TABLE.
   05 LOT-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON LOT-COUNT
      INDEXED BY LOT-IDX.
      10 LB-ITEM-ID PIC 9(5).
      10 LB-LOCATION-CODE PIC X(3).
      10 LB-LOT-NUMBER PIC X(8).
      10 LB-QTY PIC 9(4).
      10 LB-RECEIPT-DATE PIC 9(6).

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
01 LOCATION-FOUND-SW PIC X VALUE 'N'.
   88 LOCATION-FOUND VALUE 'Y'.
   88 LOCATION-NOT-FOUND VALUE 'N'.
01 LOCATION-NAME-DISPLAY PIC X(15).

01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-LOCATION PIC X(3).
01 CURRENT-ORDER-REF PIC X(8).
01 LOT-DISPLAY PIC X(8).
01 HOLD-QTY-DISPLAY PIC X(4).
01 ORDER-PICK-QTY PIC 9(6).
01 LOCATION-PICK-QTY PIC 9(7).
01 LOCATION-ORDER-COUNT PIC 9(4).

01 HOLDS-READ PIC 9(6) COMP VALUE 0.
01 PICK-LINES PIC 9(6) COMP VALUE 0.
01 REJECT-COUNT PIC 9(6) COMP VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    ACCEPT RUN-DATE FROM DATE
    PERFORM 500-LOAD-LOCATION-MASTER
    PERFORM 700-LOAD-LOT-BALANCES
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    SORT PICK-SORT-FILE
        ON ASCENDING KEY PK-LOCATION-CODE PK-ORDER-REF PK-SEQ
        INPUT PROCEDURE IS 1000-ALLOCATE-PICKS
        OUTPUT PROCEDURE IS 3000-WRITE-PICK-LIST
    CLOSE EXCEPTIONS-FILE
    DISPLAY "HOLDS READ " HOLDS-READ " PICK LINES " PICK-LINES
        " REJECTED " REJECT-COUNT
    STOP RUN.

*> The location master supplies the warehouse name printed at the
*> head of each location's pick list.
500-LOAD-LOCATION-MASTER.
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
                PERFORM 510-LOAD-ONE-LOCATION
        END-READ
    END-PERFORM
    CLOSE LOCATION-MASTER-FILE.

510-LOAD-ONE-LOCATION.
    IF LOCATION-COUNT >= 500
        DISPLAY "LOCATION_MASTER.DAT EXCEEDS 500 LOCATIONS - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO LOCATION-COUNT
    UNSTRING LOCATION-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO LM-CODE (LOCATION-COUNT),
             LM-NAME (LOCATION-COUNT),
             LM-ACTIVE-SW (LOCATION-COUNT).

600-FIND-LOCATION-NAME.
    MOVE "*UNKNOWN*" TO LOCATION-NAME-DISPLAY
    SET LOCATION-NOT-FOUND TO TRUE
    SET LOCATION-IDX TO 1
    IF LOCATION-COUNT > 0
        SEARCH LOCATION-ENTRY
            AT END
                SET LOCATION-NOT-FOUND TO TRUE
            WHEN LM-CODE (LOCATION-IDX) = CURRENT-LOCATION
                SET LOCATION-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF LOCATION-FOUND
        MOVE LM-NAME (LOCATION-IDX) TO LOCATION-NAME-DISPLAY
    END-IF.

*> The lot balances in file order, which is the order the lots first
*> arrived and so the order issues relieve them in. A missing file
*> just means nothing is lot-controlled yet. Abandon rather than
*> allocate against a partial table: a lot left out here would send
*> the floor to a younger lot than the one the book will relieve.
700-LOAD-LOT-BALANCES.
    OPEN INPUT LOT-BALANCE-FILE
    IF LOT-BALANCE-STATUS = '35'
        CONTINUE
    ELSE
        IF LOT-BALANCE-STATUS NOT = '00'
            DISPLAY "LOT_BALANCE.DAT COULD NOT BE OPENED - STATUS " LOT-BALANCE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL LOT-EOF
            READ LOT-BALANCE-FILE INTO LOT-TEMP-RECORD
                AT END
                    SET LOT-EOF TO TRUE
                NOT AT END
                    PERFORM 710-LOAD-ONE-LOT-BALANCE
            END-READ
        END-PERFORM
        CLOSE LOT-BALANCE-FILE
    END-IF.

710-LOAD-ONE-LOT-BALANCE.
    IF LOT-COUNT >= 500
        DISPLAY "LOT_BALANCE.DAT EXCEEDS 500 LOT BALANCES - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO LOT-COUNT
    UNSTRING LOT-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO LB-ITEM-ID (LOT-COUNT),
             LB-LOCATION-CODE (LOT-COUNT),
             LB-LOT-NUMBER (LOT-COUNT),
             LB-QTY (LOT-COUNT),
             LB-RECEIPT-DATE (LOT-COUNT).

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

*> A missing RESERVATIONS.DAT means no desk has promised anything:
*> the list prints empty rather than failing the night's schedule.
1000-ALLOCATE-PICKS.
    OPEN INPUT RESERVATIONS-FILE
    IF RESERVATIONS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF RESERVATIONS-FILE-STATUS NOT = '00'
            DISPLAY "RESERVATIONS.DAT COULD NOT BE OPENED - STATUS " RESERVATIONS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL EOF
            READ RESERVATIONS-FILE INTO TEMP-RECORD
                AT END
                    SET EOF TO TRUE
                NOT AT END
                    ADD 1 TO HOLDS-READ
                    PERFORM 1100-VALIDATE-HOLD-LINE
                    IF RECORD-INVALID
                        PERFORM 1900-WRITE-EXCEPTION
                    ELSE
                        PERFORM 1200-ALLOCATE-ONE-HOLD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESERVATIONS-FILE
    END-IF.

1100-VALIDATE-HOLD-LINE.
    SET RECORD-VALID TO TRUE
    MOVE SPACES TO REJECT-REASON
    MOVE SPACES TO RAW-RS-ITEM-ID RAW-RS-LOCATION RAW-RS-ORDER-REF
                   RAW-RS-QTY RAW-RS-DATE RAW-RS-OVERFLOW
    MOVE 0 TO RS-FIELD-COUNT RAW-RS-ITEM-LEN RAW-RS-LOC-LEN
              RAW-RS-REF-LEN RAW-RS-QTY-LEN RAW-RS-DATE-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-RS-ITEM-ID COUNT IN RAW-RS-ITEM-LEN,
             RAW-RS-LOCATION COUNT IN RAW-RS-LOC-LEN,
             RAW-RS-ORDER-REF COUNT IN RAW-RS-REF-LEN,
             RAW-RS-QTY COUNT IN RAW-RS-QTY-LEN,
             RAW-RS-DATE COUNT IN RAW-RS-DATE-LEN,
             RAW-RS-OVERFLOW
        TALLYING IN RS-FIELD-COUNT
    IF RS-FIELD-COUNT NOT = 5
        SET RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO REJECT-REASON
    ELSE
        IF RAW-RS-ITEM-LEN NOT = 5 OR RAW-RS-LOC-LEN > 3
            OR RAW-RS-REF-LEN > 8 OR RAW-RS-QTY-LEN NOT = 4
            SET RECORD-INVALID TO TRUE
            MOVE "UNREADABLE HOLD LINE" TO REJECT-REASON
        ELSE
            IF RAW-RS-ITEM-ID (1:5) IS NOT NUMERIC
                OR RAW-RS-QTY (1:4) IS NOT NUMERIC
                SET RECORD-INVALID TO TRUE
                MOVE "UNREADABLE HOLD LINE" TO REJECT-REASON
            END-IF
        END-IF
    END-IF
    IF RECORD-VALID
        MOVE RAW-RS-ITEM-ID (1:5) TO HOLD-ITEM-ID
        MOVE RAW-RS-LOCATION (1:3) TO HOLD-LOCATION-CODE
        MOVE RAW-RS-ORDER-REF (1:8) TO HOLD-ORDER-REF
        MOVE RAW-RS-QTY (1:4) TO HOLD-QTY
    END-IF.

*> Oldest lot first, working each lot's balance down as it is
*> allocated so the next hold for the same item/location starts
*> where this one stopped.
1200-ALLOCATE-ONE-HOLD.
    SET FIRST-PIECE TO TRUE
    MOVE HOLD-QTY TO ALLOCATE-REMAINING
    PERFORM VARYING LOT-IDX FROM 1 BY 1
        UNTIL LOT-IDX > LOT-COUNT OR ALLOCATE-REMAINING = 0
        IF LB-QTY (LOT-IDX) > 0
            AND LB-ITEM-ID (LOT-IDX) = HOLD-ITEM-ID
            AND LB-LOCATION-CODE (LOT-IDX) = HOLD-LOCATION-CODE
            PERFORM 1210-ALLOCATE-ONE-LOT
        END-IF
    END-PERFORM
    IF ALLOCATE-REMAINING > 0 OR FIRST-PIECE
        MOVE SPACES TO PK-LOT-NUMBER
        MOVE ALLOCATE-REMAINING TO PK-PICK-QTY
        MOVE 0 TO PK-RECEIPT-DATE
        PERFORM 1300-RELEASE-PICK
    END-IF.

1210-ALLOCATE-ONE-LOT.
    IF LB-QTY (LOT-IDX) > ALLOCATE-REMAINING
        MOVE ALLOCATE-REMAINING TO LOT-PICK-QTY
    ELSE
        MOVE LB-QTY (LOT-IDX) TO LOT-PICK-QTY
    END-IF
    SUBTRACT LOT-PICK-QTY FROM LB-QTY (LOT-IDX)
    SUBTRACT LOT-PICK-QTY FROM ALLOCATE-REMAINING
    MOVE LB-LOT-NUMBER (LOT-IDX) TO PK-LOT-NUMBER
    MOVE LOT-PICK-QTY TO PK-PICK-QTY
    MOVE LB-RECEIPT-DATE (LOT-IDX) TO PK-RECEIPT-DATE
    PERFORM 1300-RELEASE-PICK.

1300-RELEASE-PICK.
    ADD 1 TO RELEASE-SEQ
    ADD 1 TO PICK-LINES
    MOVE HOLD-LOCATION-CODE TO PK-LOCATION-CODE
    MOVE HOLD-ORDER-REF TO PK-ORDER-REF
    MOVE RELEASE-SEQ TO PK-SEQ
    MOVE HOLD-ITEM-ID TO PK-ITEM-ID
    MOVE HOLD-QTY TO PK-HOLD-QTY
    MOVE FIRST-PIECE-SW TO PK-FIRST-PIECE-SW
    SET LATER-PIECE TO TRUE
    RELEASE PICK-SORT-RECORD.

1900-WRITE-EXCEPTION.
    ADD 1 TO REJECT-COUNT
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING TEMP-RECORD " " REJECT-REASON
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

3000-WRITE-PICK-LIST.
    OPEN OUTPUT PICK-LIST-FILE
    PERFORM UNTIL SORT-EOF
        RETURN PICK-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 3050-PROCESS-SORTED-PICK
        END-RETURN
    END-PERFORM
    IF NO-KEY-YET
        MOVE SPACES TO PICK-LIST-RECORD
        STRING "PICK LIST " RUN-DATE " - No open reservations to pick."
            DELIMITED BY SIZE INTO PICK-LIST-RECORD
        WRITE PICK-LIST-RECORD
    ELSE
        PERFORM 3300-WRITE-ORDER-TOTAL
        PERFORM 3400-WRITE-LOCATION-TOTAL
    END-IF
    CLOSE PICK-LIST-FILE.

*> Control breaks: a new location starts a new page heading, a new
*> order reference within it a new order block.
3050-PROCESS-SORTED-PICK.
    IF NO-KEY-YET
        SET HAVE-KEY TO TRUE
        MOVE PK-LOCATION-CODE TO CURRENT-LOCATION
        MOVE PK-ORDER-REF TO CURRENT-ORDER-REF
        PERFORM 3100-WRITE-LOCATION-HEADING
        PERFORM 3200-WRITE-ORDER-HEADING
    ELSE
        IF PK-LOCATION-CODE NOT = CURRENT-LOCATION
            PERFORM 3300-WRITE-ORDER-TOTAL
            PERFORM 3400-WRITE-LOCATION-TOTAL
            MOVE PK-LOCATION-CODE TO CURRENT-LOCATION
            MOVE PK-ORDER-REF TO CURRENT-ORDER-REF
            PERFORM 3100-WRITE-LOCATION-HEADING
            PERFORM 3200-WRITE-ORDER-HEADING
        ELSE
            IF PK-ORDER-REF NOT = CURRENT-ORDER-REF
                PERFORM 3300-WRITE-ORDER-TOTAL
                MOVE PK-ORDER-REF TO CURRENT-ORDER-REF
                PERFORM 3200-WRITE-ORDER-HEADING
            END-IF
        END-IF
    END-IF
    PERFORM 3250-WRITE-PICK-LINE.

3100-WRITE-LOCATION-HEADING.
    PERFORM 600-FIND-LOCATION-NAME
    MOVE 0 TO LOCATION-PICK-QTY LOCATION-ORDER-COUNT
    MOVE SPACES TO PICK-LIST-RECORD
    WRITE PICK-LIST-RECORD
    MOVE SPACES TO PICK-LIST-RECORD
    STRING "PICK LIST " RUN-DATE "  LOCATION " CURRENT-LOCATION " "
        LOCATION-NAME-DISPLAY
        DELIMITED BY SIZE INTO PICK-LIST-RECORD
    WRITE PICK-LIST-RECORD.

3200-WRITE-ORDER-HEADING.
    MOVE 0 TO ORDER-PICK-QTY
    ADD 1 TO LOCATION-ORDER-COUNT
    MOVE SPACES TO PICK-LIST-RECORD
    STRING "  ORDER " CURRENT-ORDER-REF
        DELIMITED BY SIZE INTO PICK-LIST-RECORD
    WRITE PICK-LIST-RECORD
    MOVE SPACES TO PICK-LIST-RECORD
    STRING "    ITEM-ID HELD LOT      PICK RECEIVED"
        DELIMITED BY SIZE INTO PICK-LIST-RECORD
    WRITE PICK-LIST-RECORD.

*> The held quantity prints on the first line of a hold only; its
*> later lines are the further lots the same hold spills into.
3250-WRITE-PICK-LINE.
    ADD PK-PICK-QTY TO ORDER-PICK-QTY
    IF PK-FIRST-PIECE
        MOVE PK-HOLD-QTY TO HOLD-QTY-DISPLAY
    ELSE
        MOVE SPACES TO HOLD-QTY-DISPLAY
    END-IF
    IF PK-LOT-NUMBER = SPACES
        MOVE "NO LOT" TO LOT-DISPLAY
    ELSE
        MOVE PK-LOT-NUMBER TO LOT-DISPLAY
    END-IF
    MOVE SPACES TO PICK-LIST-RECORD
    IF PK-LOT-NUMBER = SPACES
        STRING "    " PK-ITEM-ID "   " HOLD-QTY-DISPLAY " " LOT-DISPLAY
            " " PK-PICK-QTY
            DELIMITED BY SIZE INTO PICK-LIST-RECORD
    ELSE
        STRING "    " PK-ITEM-ID "   " HOLD-QTY-DISPLAY " " LOT-DISPLAY
            " " PK-PICK-QTY " " PK-RECEIPT-DATE
            DELIMITED BY SIZE INTO PICK-LIST-RECORD
    END-IF
    WRITE PICK-LIST-RECORD.

3300-WRITE-ORDER-TOTAL.
    ADD ORDER-PICK-QTY TO LOCATION-PICK-QTY
    MOVE SPACES TO PICK-LIST-RECORD
    STRING "  ORDER " CURRENT-ORDER-REF " UNITS TO PICK " ORDER-PICK-QTY
        DELIMITED BY SIZE INTO PICK-LIST-RECORD
    WRITE PICK-LIST-RECORD.

3400-WRITE-LOCATION-TOTAL.
    MOVE SPACES TO PICK-LIST-RECORD
    STRING "LOCATION " CURRENT-LOCATION " ORDERS " LOCATION-ORDER-COUNT
        " UNITS TO PICK " LOCATION-PICK-QTY
        DELIMITED BY SIZE INTO PICK-LIST-RECORD
    WRITE PICK-LIST-RECORD.
