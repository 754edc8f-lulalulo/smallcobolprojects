IDENTIFICATION DIVISION.
PROGRAM-ID. IntegrityCheck.

*> Nightly referential-integrity check of the side files against
*> the live INVENTORY.DAT and the location master. A DEL or an
*> inactivated location changes the book but not the files that
*> point into it, so after the update run this program walks each
*> of them and writes every break to INTEGRITY_REPORT.DAT with a
*> severity:
*>   SEVERE  - the data no longer adds up and the reports built on
*>             it would be wrong: open reservations, backorders or
*>             lot balances for an item/location no longer on file,
*>             open holds larger than the on-hand quantity, duplicate
*>             keys, side-file lines that cannot be read, stock at a
*>             location the master does not know, and a location
*>             master that is itself doubtful.
*>   WARNING - housekeeping that needs a person but leaves the
*>             figures sound: anything at an inactive location, PO
*>             lines and reorder parameters for items no longer on
*>             file at any location, lot balances that do not add up
*>             to the book quantity, and the same backorder line
*>             twice (two customers can wait for the same quantity
*>             on the same day).
*> The RETURN-CODE tells the stream what to do next: 0 clean, 4
*> warnings only, 8 at least one severe break - the downstream
*> reports are not to run on a severe break - and 16 when the check
*> itself could not be made. Every file is opened INPUT only; this
*> program changes nothing.
*> RESERVATIONS.DAT, BACKORDERS.DAT, LOT_BALANCE.DAT and OPEN_POS.DAT
*> are held in tables capped at 500 lines, the same cap their owning
*> programs load them under. REORDER_PARAMS.DAT has no such cap and
*> is sorted on ITEM-ID instead, so duplicates meet on the sort.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ITEM-KEY
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT LOCATION-MASTER-FILE ASSIGN TO 'LOCATION_MASTER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-MASTER-STATUS.
    SELECT RESERVATIONS-FILE ASSIGN TO 'RESERVATIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESERVATIONS-FILE-STATUS.
    SELECT BACKORDERS-FILE ASSIGN TO 'BACKORDERS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKORDERS-FILE-STATUS.
    SELECT LOT-BALANCE-FILE ASSIGN TO 'LOT_BALANCE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOT-BALANCE-STATUS.
    SELECT OPEN-POS-FILE ASSIGN TO 'OPEN_POS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-POS-FILE-STATUS.
    SELECT REORDER-PARAMS-FILE ASSIGN TO 'REORDER_PARAMS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMS-FILE-STATUS.
    SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'INTEGRITY_REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.
    SELECT PARAM-SORT-FILE ASSIGN TO 'SORTWORK1'.

DATA DIVISION.
FILE SECTION.
FD INVENTORY-FILE.
01 INVENTORY-RECORD.
    COPY INVFIELDS.

FD LOCATION-MASTER-FILE.
01 LOCATION-MASTER-RECORD PIC X(25).

FD RESERVATIONS-FILE.
01 RESERVATIONS-RECORD PIC X(40).

FD BACKORDERS-FILE.
01 BACKORDERS-RECORD PIC X(30).

FD LOT-BALANCE-FILE.
01 LOT-BALANCE-RECORD PIC X(40).

FD OPEN-POS-FILE.
01 OPEN-POS-RECORD PIC X(50).

FD REORDER-PARAMS-FILE.
01 REORDER-PARAMS-RECORD PIC X(30).

FD INTEGRITY-REPORT-FILE.
01 INTEGRITY-REPORT-RECORD PIC X(100).

SD PARAM-SORT-FILE.
01 PARAM-SORT-RECORD.
    05 PS-ITEM-ID PIC 9(5).

WORKING-STORAGE SECTION.
01 INVENTORY-FILE-STATUS PIC X(2).
01 LOCATION-MASTER-STATUS PIC X(2).
01 RESERVATIONS-FILE-STATUS PIC X(2).
01 BACKORDERS-FILE-STATUS PIC X(2).
01 LOT-BALANCE-STATUS PIC X(2).
01 OPEN-POS-FILE-STATUS PIC X(2).
01 PARAMS-FILE-STATUS PIC X(2).
01 REPORT-FILE-STATUS PIC X(2).

01 RUN-DATE PIC 9(6).
01 SIDE-TEMP-RECORD PIC X(80).
01 SIDE-EOF-FLAG PIC X VALUE 'N'.
   88 SIDE-EOF VALUE 'Y'.
   88 SIDE-NOT-EOF VALUE 'N'.
01 LINE-FIELD-1 PIC X(10).
01 LINE-FIELD-1-LEN PIC 9(2) COMP.
01 LINE-FIELD-2 PIC X(10).
01 LINE-FIELD-2-LEN PIC 9(2) COMP.
01 LINE-FIELD-3 PIC X(10).
01 LINE-FIELD-3-LEN PIC 9(2) COMP.
01 LINE-FIELD-4 PIC X(10).
01 LINE-FIELD-4-LEN PIC 9(2) COMP.
01 LINE-FIELD-5 PIC X(10).
01 LINE-FIELD-5-LEN PIC 9(2) COMP.
01 LINE-FIELD-6 PIC X(10).
01 LINE-FIELD-6-LEN PIC 9(2) COMP.
01 LINE-FIELD-7 PIC X(10).
01 LINE-FIELD-7-LEN PIC 9(2) COMP.
01 LINE-OVERFLOW PIC X(10).
01 LINE-FIELD-COUNT PIC 9(2) COMP.
01 LINE-CHECK-SW PIC X VALUE 'Y'.
   88 LINE-READABLE VALUE 'Y'.
   88 LINE-UNREADABLE VALUE 'N'.

01 INVENTORY-EOF-FLAG PIC X VALUE 'N'.
   88 INVENTORY-EOF VALUE 'Y'.
   88 INVENTORY-NOT-EOF VALUE 'N'.
01 KEY-ON-FILE-SW PIC X VALUE 'N'.
   88 KEY-ON-FILE VALUE 'Y'.
   88 KEY-NOT-ON-FILE VALUE 'N'.
01 ITEM-ON-FILE-SW PIC X VALUE 'N'.
   88 ITEM-ON-FILE VALUE 'Y'.
   88 ITEM-NOT-ON-FILE VALUE 'N'.
01 CHECK-ITEM-ID PIC 9(5).
01 CHECK-LOCATION-CODE PIC X(3).
01 BOOK-QTY PIC 9(4).

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
01 INACTIVE-LOCATION-SW PIC X VALUE 'N'.
   88 AT-INACTIVE-LOCATION VALUE 'Y'.
   88 NOT-AT-INACTIVE-LOCATION VALUE 'N'.

01 RESERVATION-COUNT PIC 9(4) COMP VALUE 0.
01 RESERVATION-TABLE.
   05 RESERVATION-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON RESERVATION-COUNT
      INDEXED BY RESERVATION-IDX.
      10 RS-ITEM-ID PIC 9(5).
      10 RS-LOCATION-CODE PIC X(3).
      10 RS-ORDER-REF PIC X(8).
      10 RS-RESERVED-QTY PIC 9(4).
      10 RS-RESERVE-DATE PIC 9(6).

01 BACKORDER-COUNT PIC 9(4) COMP VALUE 0.
01 BACKORDER-TABLE.
   05 BACKORDER-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON BACKORDER-COUNT
      INDEXED BY BACKORDER-IDX.
      10 BO-ITEM-ID PIC 9(5).
      10 BO-LOCATION-CODE PIC X(3).
      10 BO-UNFILLED-QTY PIC 9(4).
      10 BO-ORDER-DATE PIC 9(6).

01 LOT-COUNT PIC 9(4) COMP VALUE 0.
01 LOT-TABLE.
   05 LOT-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON LOT-COUNT
      INDEXED BY LOT-IDX.
      10 LB-ITEM-ID PIC 9(5).
      10 LB-LOCATION-CODE PIC X(3).
      10 LB-LOT-NUMBER PIC X(8).
      10 LB-QTY PIC 9(4).
      10 LB-RECEIPT-DATE PIC 9(6).

01 OPEN-PO-COUNT PIC 9(4) COMP VALUE 0.
01 OPEN-PO-TABLE.
   05 OPEN-PO-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON OPEN-PO-COUNT
      INDEXED BY OPEN-PO-IDX.
      10 OP-PO-NUMBER PIC 9(6).
      10 OP-VENDOR-CODE PIC X(5).
      10 OP-ITEM-ID PIC 9(5).
      10 OP-ORDERED-QTY PIC 9(6).
      10 OP-RECEIVED-QTY PIC 9(6).

01 CHECK-SUB PIC 9(4) COMP.
01 PRIOR-SUB PIC 9(4) COMP.
01 FIRST-OCCURRENCE-SW PIC X.
   88 FIRST-OCCURRENCE VALUE 'Y'.
   88 NOT-FIRST-OCCURRENCE VALUE 'N'.
01 DUPLICATE-SW PIC X.
   88 DUPLICATE-FOUND VALUE 'Y'.
   88 NO-DUPLICATE VALUE 'N'.
01 HOLD-SUM-QTY PIC 9(6).
01 LOT-SUM-QTY PIC 9(6).

01 PARAM-SORT-EOF-FLAG PIC X VALUE 'N'.
   88 PARAM-SORT-EOF VALUE 'Y'.
   88 PARAM-SORT-NOT-EOF VALUE 'N'.
01 HAVE-PARAM-SW PIC X VALUE 'N'.
   88 HAVE-PARAM VALUE 'Y'.
   88 NO-PARAM-YET VALUE 'N'.
01 LAST-PARAM-ITEM PIC 9(5).

01 FINDING-SEVERITY-SW PIC X.
   88 FINDING-SEVERE VALUE 'S'.
   88 FINDING-WARNING VALUE 'W'.
01 FINDING-FILE PIC X(20).
01 FINDING-ITEM PIC X(5).
01 FINDING-LOCATION PIC X(3).
01 FINDING-TEXT PIC X(55).
01 SEVERITY-DISPLAY PIC X(8).

01 INVENTORY-CHECKED PIC 9(6) VALUE 0.
01 LOCATIONS-CHECKED PIC 9(6) VALUE 0.
01 RESERVATIONS-CHECKED PIC 9(6) VALUE 0.
01 BACKORDERS-CHECKED PIC 9(6) VALUE 0.
01 LOTS-CHECKED PIC 9(6) VALUE 0.
01 OPEN-POS-CHECKED PIC 9(6) VALUE 0.
01 PARAMS-CHECKED PIC 9(6) VALUE 0.
01 SEVERE-COUNT PIC 9(6) VALUE 0.
01 WARNING-COUNT PIC 9(6) VALUE 0.
01 RUN-RETURN-CODE PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    ACCEPT RUN-DATE FROM DATE
    OPEN OUTPUT INTEGRITY-REPORT-FILE
    IF REPORT-FILE-STATUS NOT = '00'
        DISPLAY "INTEGRITY_REPORT.DAT COULD NOT BE OPENED - STATUS " REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 100-WRITE-REPORT-HEADING
    PERFORM 500-LOAD-LOCATION-MASTER
    OPEN INPUT INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-CHECK-INVENTORY
    PERFORM 2000-LOAD-RESERVATIONS
    PERFORM 2200-CHECK-RESERVATIONS
    PERFORM 3000-LOAD-BACKORDERS
    PERFORM 3200-CHECK-BACKORDERS
    PERFORM 4000-LOAD-LOT-BALANCES
    PERFORM 4200-CHECK-LOT-BALANCES
    PERFORM 5000-LOAD-OPEN-POS
    PERFORM 5200-CHECK-OPEN-POS
    SORT PARAM-SORT-FILE ON ASCENDING KEY PS-ITEM-ID
        INPUT PROCEDURE IS 6000-LOAD-REORDER-PARAMS
        OUTPUT PROCEDURE IS 6200-CHECK-REORDER-PARAMS
    PERFORM 7000-WRITE-REPORT-TOTALS
    CLOSE INVENTORY-FILE
          INTEGRITY-REPORT-FILE
    DISPLAY "INTEGRITY CHECK COMPLETE - " SEVERE-COUNT " SEVERE, "
        WARNING-COUNT " WARNING - RETURN CODE " RUN-RETURN-CODE
    MOVE RUN-RETURN-CODE TO RETURN-CODE
    STOP RUN.

100-WRITE-REPORT-HEADING.
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "INVENTORY INTEGRITY CHECK " RUN-DATE
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "SEVERITY FILE                ITEM  LOC FINDING"
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD.

*> The location master (CODE NAME ACTIVE-FLAG, flag A or I) is the
*> yardstick for every other file, so without it there is nothing
*> to check against. A code listed twice or a flag that is neither
*> A nor I is itself a severe break - the update run abandons on
*> the second - and the first entry for a code is the one used.
500-LOAD-LOCATION-MASTER.
    OPEN INPUT LOCATION-MASTER-FILE
    IF LOCATION-MASTER-STATUS NOT = '00'
        DISPLAY "LOCATION_MASTER.DAT COULD NOT BE OPENED - STATUS " LOCATION-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
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
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO LOCATIONS-CHECKED
    ADD 1 TO LOCATION-COUNT
    MOVE SPACES TO LOCATION-ENTRY (LOCATION-COUNT)
    UNSTRING LOCATION-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO LM-CODE (LOCATION-COUNT),
             LM-NAME (LOCATION-COUNT),
             LM-ACTIVE-SW (LOCATION-COUNT)
    MOVE "LOCATION_MASTER.DAT" TO FINDING-FILE
    MOVE SPACES TO FINDING-ITEM
    MOVE LM-CODE (LOCATION-COUNT) TO FINDING-LOCATION
    IF NOT LM-ACTIVE (LOCATION-COUNT)
        AND NOT LM-INACTIVE (LOCATION-COUNT)
        SET FINDING-SEVERE TO TRUE
        MOVE "ACTIVE FLAG IS NEITHER A NOR I" TO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    MOVE LM-CODE (LOCATION-COUNT) TO CHECK-LOCATION-CODE
    SET NO-DUPLICATE TO TRUE
    PERFORM VARYING PRIOR-SUB FROM 1 BY 1
        UNTIL PRIOR-SUB >= LOCATION-COUNT OR DUPLICATE-FOUND
        IF LM-CODE (PRIOR-SUB) = CHECK-LOCATION-CODE
            SET DUPLICATE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF DUPLICATE-FOUND
        SET FINDING-SEVERE TO TRUE
        MOVE "LOCATION CODE LISTED TWICE" TO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> Sets LOCATION-FOUND for CHECK-LOCATION-CODE, and
*> AT-INACTIVE-LOCATION when the master carries it flagged I.
600-FIND-LOCATION.
    SET LOCATION-NOT-FOUND TO TRUE
    SET NOT-AT-INACTIVE-LOCATION TO TRUE
    SET LOCATION-IDX TO 1
    IF LOCATION-COUNT > 0
        SEARCH LOCATION-ENTRY
            AT END
                SET LOCATION-NOT-FOUND TO TRUE
            WHEN LM-CODE (LOCATION-IDX) = CHECK-LOCATION-CODE
                SET LOCATION-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF LOCATION-FOUND
        IF LM-INACTIVE (LOCATION-IDX)
            SET AT-INACTIVE-LOCATION TO TRUE
        END-IF
    END-IF.

*> Every item/location on the book must sit at a warehouse the
*> master knows; one at an inactive warehouse is flagged with what
*> is still on hand there.
1000-CHECK-INVENTORY.
    MOVE "INVENTORY.DAT" TO FINDING-FILE
    PERFORM UNTIL INVENTORY-EOF
        READ INVENTORY-FILE NEXT RECORD
            AT END
                SET INVENTORY-EOF TO TRUE
            NOT AT END
                PERFORM 1100-CHECK-ONE-INVENTORY-RECORD
        END-READ
    END-PERFORM.

1100-CHECK-ONE-INVENTORY-RECORD.
    ADD 1 TO INVENTORY-CHECKED
    MOVE ITEM-ID TO FINDING-ITEM
    MOVE LOCATION-CODE TO FINDING-LOCATION
    MOVE LOCATION-CODE TO CHECK-LOCATION-CODE
    PERFORM 600-FIND-LOCATION
    IF LOCATION-NOT-FOUND
        SET FINDING-SEVERE TO TRUE
        MOVE "LOCATION NOT ON LOCATION MASTER" TO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    ELSE
        IF AT-INACTIVE-LOCATION
            SET FINDING-WARNING TO TRUE
            MOVE SPACES TO FINDING-TEXT
            STRING "ON FILE AT INACTIVE LOCATION - ON HAND " ITEM-QUANTITY
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
    END-IF.

*> RESERVATIONS.DAT (ITEM LOC ORDER-REF QTY DATE) holds only open
*> holds; the update run drops the others as they close.
2000-LOAD-RESERVATIONS.
    SET SIDE-NOT-EOF TO TRUE
    OPEN INPUT RESERVATIONS-FILE
    IF RESERVATIONS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF RESERVATIONS-FILE-STATUS NOT = '00'
            DISPLAY "RESERVATIONS.DAT COULD NOT BE OPENED - STATUS " RESERVATIONS-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL SIDE-EOF
            READ RESERVATIONS-FILE INTO SIDE-TEMP-RECORD
                AT END
                    SET SIDE-EOF TO TRUE
                NOT AT END
                    PERFORM 2100-LOAD-ONE-RESERVATION
            END-READ
        END-PERFORM
        CLOSE RESERVATIONS-FILE
    END-IF.

2100-LOAD-ONE-RESERVATION.
    ADD 1 TO RESERVATIONS-CHECKED
    MOVE "RESERVATIONS.DAT" TO FINDING-FILE
    PERFORM 9400-SPLIT-SIDE-LINE
    IF LINE-FIELD-COUNT NOT = 5
        OR LINE-FIELD-1-LEN NOT = 5
        OR LINE-FIELD-2-LEN = 0 OR LINE-FIELD-2-LEN > 3
        OR LINE-FIELD-3-LEN = 0 OR LINE-FIELD-3-LEN > 8
        OR LINE-FIELD-4-LEN = 0 OR LINE-FIELD-4-LEN > 4
        OR LINE-FIELD-5-LEN NOT = 6
        SET LINE-UNREADABLE TO TRUE
    ELSE
        IF LINE-FIELD-1 (1:5) IS NOT NUMERIC
            OR LINE-FIELD-4 (1:LINE-FIELD-4-LEN) IS NOT NUMERIC
            OR LINE-FIELD-5 (1:6) IS NOT NUMERIC
            SET LINE-UNREADABLE TO TRUE
        END-IF
    END-IF
    IF LINE-UNREADABLE
        PERFORM 8100-WRITE-UNREADABLE-LINE
    ELSE
        IF RESERVATION-COUNT >= 500
            DISPLAY "RESERVATIONS.DAT EXCEEDS 500 OPEN RESERVATIONS - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO RESERVATION-COUNT
        MOVE LINE-FIELD-1 (1:5) TO RS-ITEM-ID (RESERVATION-COUNT)
        MOVE LINE-FIELD-2 (1:3) TO RS-LOCATION-CODE (RESERVATION-COUNT)
        MOVE LINE-FIELD-3 (1:8) TO RS-ORDER-REF (RESERVATION-COUNT)
        MOVE LINE-FIELD-4 (1:LINE-FIELD-4-LEN)
            TO RS-RESERVED-QTY (RESERVATION-COUNT)
        MOVE LINE-FIELD-5 (1:6) TO RS-RESERVE-DATE (RESERVATION-COUNT)
    END-IF.

*> Each hold must point at a key on the book, once per order, and
*> the first hold for each item/location also sums every hold on
*> that key against its on-hand quantity.
2200-CHECK-RESERVATIONS.
    MOVE "RESERVATIONS.DAT" TO FINDING-FILE
    PERFORM VARYING CHECK-SUB FROM 1 BY 1 UNTIL CHECK-SUB > RESERVATION-COUNT
        PERFORM 2300-CHECK-ONE-RESERVATION
    END-PERFORM.

2300-CHECK-ONE-RESERVATION.
    MOVE RS-ITEM-ID (CHECK-SUB) TO CHECK-ITEM-ID FINDING-ITEM
    MOVE RS-LOCATION-CODE (CHECK-SUB) TO CHECK-LOCATION-CODE FINDING-LOCATION
    SET NO-DUPLICATE TO TRUE
    SET FIRST-OCCURRENCE TO TRUE
    PERFORM VARYING PRIOR-SUB FROM 1 BY 1 UNTIL PRIOR-SUB >= CHECK-SUB
        IF RS-ITEM-ID (PRIOR-SUB) = CHECK-ITEM-ID
            AND RS-LOCATION-CODE (PRIOR-SUB) = CHECK-LOCATION-CODE
            SET NOT-FIRST-OCCURRENCE TO TRUE
            IF RS-ORDER-REF (PRIOR-SUB) = RS-ORDER-REF (CHECK-SUB)
                SET DUPLICATE-FOUND TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF DUPLICATE-FOUND
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "ORDER " RS-ORDER-REF (CHECK-SUB) " RESERVED TWICE"
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    PERFORM 9000-READ-INVENTORY-KEY
    IF KEY-NOT-ON-FILE
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "OPEN RESERVATION FOR KEY NOT ON FILE - ORDER "
            RS-ORDER-REF (CHECK-SUB)
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    ELSE
        PERFORM 600-FIND-LOCATION
        IF AT-INACTIVE-LOCATION
            SET FINDING-WARNING TO TRUE
            MOVE SPACES TO FINDING-TEXT
            STRING "OPEN RESERVATION AT INACTIVE LOCATION - ORDER "
                RS-ORDER-REF (CHECK-SUB)
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
        IF FIRST-OCCURRENCE
            PERFORM 2400-CHECK-HOLDS-AGAINST-BOOK
        END-IF
    END-IF.

2400-CHECK-HOLDS-AGAINST-BOOK.
    MOVE 0 TO HOLD-SUM-QTY
    PERFORM VARYING PRIOR-SUB FROM CHECK-SUB BY 1
        UNTIL PRIOR-SUB > RESERVATION-COUNT
        IF RS-ITEM-ID (PRIOR-SUB) = CHECK-ITEM-ID
            AND RS-LOCATION-CODE (PRIOR-SUB) = CHECK-LOCATION-CODE
            ADD RS-RESERVED-QTY (PRIOR-SUB) TO HOLD-SUM-QTY
        END-IF
    END-PERFORM
    IF HOLD-SUM-QTY > BOOK-QTY
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "OPEN HOLDS " HOLD-SUM-QTY " EXCEED ON HAND " BOOK-QTY
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> BACKORDERS.DAT (ITEM LOC QTY DATE) carries no order reference,
*> so two identical lines may be two customers; they are a warning,
*> not a duplicate key.
3000-LOAD-BACKORDERS.
    SET SIDE-NOT-EOF TO TRUE
    OPEN INPUT BACKORDERS-FILE
    IF BACKORDERS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF BACKORDERS-FILE-STATUS NOT = '00'
            DISPLAY "BACKORDERS.DAT COULD NOT BE OPENED - STATUS " BACKORDERS-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL SIDE-EOF
            READ BACKORDERS-FILE INTO SIDE-TEMP-RECORD
                AT END
                    SET SIDE-EOF TO TRUE
                NOT AT END
                    PERFORM 3100-LOAD-ONE-BACKORDER
            END-READ
        END-PERFORM
        CLOSE BACKORDERS-FILE
    END-IF.

3100-LOAD-ONE-BACKORDER.
    ADD 1 TO BACKORDERS-CHECKED
    MOVE "BACKORDERS.DAT" TO FINDING-FILE
    PERFORM 9400-SPLIT-SIDE-LINE
    IF LINE-FIELD-COUNT NOT = 4
        OR LINE-FIELD-1-LEN NOT = 5
        OR LINE-FIELD-2-LEN = 0 OR LINE-FIELD-2-LEN > 3
        OR LINE-FIELD-3-LEN = 0 OR LINE-FIELD-3-LEN > 4
        OR LINE-FIELD-4-LEN NOT = 6
        SET LINE-UNREADABLE TO TRUE
    ELSE
        IF LINE-FIELD-1 (1:5) IS NOT NUMERIC
            OR LINE-FIELD-3 (1:LINE-FIELD-3-LEN) IS NOT NUMERIC
            OR LINE-FIELD-4 (1:6) IS NOT NUMERIC
            SET LINE-UNREADABLE TO TRUE
        END-IF
    END-IF
    IF LINE-UNREADABLE
        PERFORM 8100-WRITE-UNREADABLE-LINE
    ELSE
        IF BACKORDER-COUNT >= 500
            DISPLAY "BACKORDERS.DAT EXCEEDS 500 OPEN BACKORDERS - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO BACKORDER-COUNT
        MOVE LINE-FIELD-1 (1:5) TO BO-ITEM-ID (BACKORDER-COUNT)
        MOVE LINE-FIELD-2 (1:3) TO BO-LOCATION-CODE (BACKORDER-COUNT)
        MOVE LINE-FIELD-3 (1:LINE-FIELD-3-LEN)
            TO BO-UNFILLED-QTY (BACKORDER-COUNT)
        MOVE LINE-FIELD-4 (1:6) TO BO-ORDER-DATE (BACKORDER-COUNT)
    END-IF.

3200-CHECK-BACKORDERS.
    MOVE "BACKORDERS.DAT" TO FINDING-FILE
    PERFORM VARYING CHECK-SUB FROM 1 BY 1 UNTIL CHECK-SUB > BACKORDER-COUNT
        PERFORM 3300-CHECK-ONE-BACKORDER
    END-PERFORM.

3300-CHECK-ONE-BACKORDER.
    MOVE BO-ITEM-ID (CHECK-SUB) TO CHECK-ITEM-ID FINDING-ITEM
    MOVE BO-LOCATION-CODE (CHECK-SUB) TO CHECK-LOCATION-CODE FINDING-LOCATION
    SET NO-DUPLICATE TO TRUE
    PERFORM VARYING PRIOR-SUB FROM 1 BY 1
        UNTIL PRIOR-SUB >= CHECK-SUB OR DUPLICATE-FOUND
        IF BACKORDER-ENTRY (PRIOR-SUB) = BACKORDER-ENTRY (CHECK-SUB)
            SET DUPLICATE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF DUPLICATE-FOUND
        SET FINDING-WARNING TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "SAME BACKORDER LINE TWICE - QTY " BO-UNFILLED-QTY (CHECK-SUB)
            " ORDERED " BO-ORDER-DATE (CHECK-SUB)
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    PERFORM 9000-READ-INVENTORY-KEY
    IF KEY-NOT-ON-FILE
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "OPEN BACKORDER FOR KEY NOT ON FILE - QTY "
            BO-UNFILLED-QTY (CHECK-SUB)
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    ELSE
        PERFORM 600-FIND-LOCATION
        IF AT-INACTIVE-LOCATION
            SET FINDING-WARNING TO TRUE
            MOVE SPACES TO FINDING-TEXT
            STRING "OPEN BACKORDER AT INACTIVE LOCATION - QTY "
                BO-UNFILLED-QTY (CHECK-SUB)
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
    END-IF.

*> LOT_BALANCE.DAT (ITEM LOC LOT QTY DATE): one balance per lot per
*> item/location. The lots of an item/location should add up to its
*> book quantity, as LotRecallReport proves for a recall; here a
*> difference is a warning, since the book itself is still right.
4000-LOAD-LOT-BALANCES.
    SET SIDE-NOT-EOF TO TRUE
    OPEN INPUT LOT-BALANCE-FILE
    IF LOT-BALANCE-STATUS = '35'
        CONTINUE
    ELSE
        IF LOT-BALANCE-STATUS NOT = '00'
            DISPLAY "LOT_BALANCE.DAT COULD NOT BE OPENED - STATUS " LOT-BALANCE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL SIDE-EOF
            READ LOT-BALANCE-FILE INTO SIDE-TEMP-RECORD
                AT END
                    SET SIDE-EOF TO TRUE
                NOT AT END
                    PERFORM 4100-LOAD-ONE-LOT-BALANCE
            END-READ
        END-PERFORM
        CLOSE LOT-BALANCE-FILE
    END-IF.

4100-LOAD-ONE-LOT-BALANCE.
    ADD 1 TO LOTS-CHECKED
    MOVE "LOT_BALANCE.DAT" TO FINDING-FILE
    PERFORM 9400-SPLIT-SIDE-LINE
    IF LINE-FIELD-COUNT NOT = 5
        OR LINE-FIELD-1-LEN NOT = 5
        OR LINE-FIELD-2-LEN = 0 OR LINE-FIELD-2-LEN > 3
        OR LINE-FIELD-3-LEN = 0 OR LINE-FIELD-3-LEN > 8
        OR LINE-FIELD-4-LEN = 0 OR LINE-FIELD-4-LEN > 4
        OR LINE-FIELD-5-LEN NOT = 6
        SET LINE-UNREADABLE TO TRUE
    ELSE
        IF LINE-FIELD-1 (1:5) IS NOT NUMERIC
            OR LINE-FIELD-4 (1:LINE-FIELD-4-LEN) IS NOT NUMERIC
            OR LINE-FIELD-5 (1:6) IS NOT NUMERIC
            SET LINE-UNREADABLE TO TRUE
        END-IF
    END-IF
    IF LINE-UNREADABLE
        PERFORM 8100-WRITE-UNREADABLE-LINE
    ELSE
        IF LOT-COUNT >= 500
            DISPLAY "LOT_BALANCE.DAT EXCEEDS 500 LOT BALANCES - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO LOT-COUNT
        MOVE LINE-FIELD-1 (1:5) TO LB-ITEM-ID (LOT-COUNT)
        MOVE LINE-FIELD-2 (1:3) TO LB-LOCATION-CODE (LOT-COUNT)
        MOVE LINE-FIELD-3 (1:8) TO LB-LOT-NUMBER (LOT-COUNT)
        MOVE LINE-FIELD-4 (1:LINE-FIELD-4-LEN) TO LB-QTY (LOT-COUNT)
        MOVE LINE-FIELD-5 (1:6) TO LB-RECEIPT-DATE (LOT-COUNT)
    END-IF.

4200-CHECK-LOT-BALANCES.
    MOVE "LOT_BALANCE.DAT" TO FINDING-FILE
    PERFORM VARYING CHECK-SUB FROM 1 BY 1 UNTIL CHECK-SUB > LOT-COUNT
        PERFORM 4300-CHECK-ONE-LOT-BALANCE
    END-PERFORM.

4300-CHECK-ONE-LOT-BALANCE.
    MOVE LB-ITEM-ID (CHECK-SUB) TO CHECK-ITEM-ID FINDING-ITEM
    MOVE LB-LOCATION-CODE (CHECK-SUB) TO CHECK-LOCATION-CODE FINDING-LOCATION
    SET NO-DUPLICATE TO TRUE
    SET FIRST-OCCURRENCE TO TRUE
    PERFORM VARYING PRIOR-SUB FROM 1 BY 1 UNTIL PRIOR-SUB >= CHECK-SUB
        IF LB-ITEM-ID (PRIOR-SUB) = CHECK-ITEM-ID
            AND LB-LOCATION-CODE (PRIOR-SUB) = CHECK-LOCATION-CODE
            SET NOT-FIRST-OCCURRENCE TO TRUE
            IF LB-LOT-NUMBER (PRIOR-SUB) = LB-LOT-NUMBER (CHECK-SUB)
                SET DUPLICATE-FOUND TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF DUPLICATE-FOUND
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "LOT " LB-LOT-NUMBER (CHECK-SUB) " LISTED TWICE"
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    PERFORM 9000-READ-INVENTORY-KEY
    IF KEY-NOT-ON-FILE
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "LOT " LB-LOT-NUMBER (CHECK-SUB) " QTY " LB-QTY (CHECK-SUB)
            " FOR KEY NOT ON FILE"
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    ELSE
        PERFORM 600-FIND-LOCATION
        IF AT-INACTIVE-LOCATION
            SET FINDING-WARNING TO TRUE
            MOVE SPACES TO FINDING-TEXT
            STRING "LOT " LB-LOT-NUMBER (CHECK-SUB) " QTY " LB-QTY (CHECK-SUB)
                " AT INACTIVE LOCATION"
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
        IF FIRST-OCCURRENCE
            PERFORM 4400-CHECK-LOTS-AGAINST-BOOK
        END-IF
    END-IF.

4400-CHECK-LOTS-AGAINST-BOOK.
    MOVE 0 TO LOT-SUM-QTY
    PERFORM VARYING PRIOR-SUB FROM CHECK-SUB BY 1 UNTIL PRIOR-SUB > LOT-COUNT
        IF LB-ITEM-ID (PRIOR-SUB) = CHECK-ITEM-ID
            AND LB-LOCATION-CODE (PRIOR-SUB) = CHECK-LOCATION-CODE
            ADD LB-QTY (PRIOR-SUB) TO LOT-SUM-QTY
        END-IF
    END-PERFORM
    IF LOT-SUM-QTY NOT = BOOK-QTY
        SET FINDING-WARNING TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "LOT BALANCES " LOT-SUM-QTY " DO NOT MATCH ON HAND " BOOK-QTY
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> OPEN_POS.DAT (PO VENDOR ITEM ORDERED RECEIVED ORDER-DATE
*> [PROMISED-DATE]) is keyed on PO number and item; a PO line names
*> no location, so its item need only be on file somewhere.
5000-LOAD-OPEN-POS.
    SET SIDE-NOT-EOF TO TRUE
    OPEN INPUT OPEN-POS-FILE
    IF OPEN-POS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF OPEN-POS-FILE-STATUS NOT = '00'
            DISPLAY "OPEN_POS.DAT COULD NOT BE OPENED - STATUS " OPEN-POS-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL SIDE-EOF
            READ OPEN-POS-FILE INTO SIDE-TEMP-RECORD
                AT END
                    SET SIDE-EOF TO TRUE
                NOT AT END
                    PERFORM 5100-LOAD-ONE-PO-LINE
            END-READ
        END-PERFORM
        CLOSE OPEN-POS-FILE
    END-IF.

5100-LOAD-ONE-PO-LINE.
    ADD 1 TO OPEN-POS-CHECKED
    MOVE "OPEN_POS.DAT" TO FINDING-FILE
    PERFORM 9400-SPLIT-SIDE-LINE
    IF (LINE-FIELD-COUNT NOT = 6 AND LINE-FIELD-COUNT NOT = 7)
        OR LINE-FIELD-1-LEN NOT = 6
        OR LINE-FIELD-2-LEN = 0 OR LINE-FIELD-2-LEN > 5
        OR LINE-FIELD-3-LEN NOT = 5
        OR LINE-FIELD-4-LEN = 0 OR LINE-FIELD-4-LEN > 6
        OR LINE-FIELD-5-LEN = 0 OR LINE-FIELD-5-LEN > 6
        OR LINE-FIELD-6-LEN NOT = 6
        SET LINE-UNREADABLE TO TRUE
    ELSE
        IF LINE-FIELD-1 (1:6) IS NOT NUMERIC
            OR LINE-FIELD-3 (1:5) IS NOT NUMERIC
            OR LINE-FIELD-4 (1:LINE-FIELD-4-LEN) IS NOT NUMERIC
            OR LINE-FIELD-5 (1:LINE-FIELD-5-LEN) IS NOT NUMERIC
            SET LINE-UNREADABLE TO TRUE
        END-IF
    END-IF
    IF LINE-UNREADABLE
        PERFORM 8100-WRITE-UNREADABLE-LINE
    ELSE
        IF OPEN-PO-COUNT >= 500
            DISPLAY "OPEN_POS.DAT EXCEEDS 500 OPEN PO LINES - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO OPEN-PO-COUNT
        MOVE LINE-FIELD-1 (1:6) TO OP-PO-NUMBER (OPEN-PO-COUNT)
        MOVE LINE-FIELD-2 (1:5) TO OP-VENDOR-CODE (OPEN-PO-COUNT)
        MOVE LINE-FIELD-3 (1:5) TO OP-ITEM-ID (OPEN-PO-COUNT)
        MOVE LINE-FIELD-4 (1:LINE-FIELD-4-LEN) TO OP-ORDERED-QTY (OPEN-PO-COUNT)
        MOVE LINE-FIELD-5 (1:LINE-FIELD-5-LEN) TO OP-RECEIVED-QTY (OPEN-PO-COUNT)
    END-IF.

5200-CHECK-OPEN-POS.
    MOVE "OPEN_POS.DAT" TO FINDING-FILE
    MOVE SPACES TO FINDING-LOCATION
    PERFORM VARYING CHECK-SUB FROM 1 BY 1 UNTIL CHECK-SUB > OPEN-PO-COUNT
        PERFORM 5300-CHECK-ONE-PO-LINE
    END-PERFORM.

5300-CHECK-ONE-PO-LINE.
    MOVE OP-ITEM-ID (CHECK-SUB) TO CHECK-ITEM-ID FINDING-ITEM
    SET NO-DUPLICATE TO TRUE
    PERFORM VARYING PRIOR-SUB FROM 1 BY 1
        UNTIL PRIOR-SUB >= CHECK-SUB OR DUPLICATE-FOUND
        IF OP-PO-NUMBER (PRIOR-SUB) = OP-PO-NUMBER (CHECK-SUB)
            AND OP-ITEM-ID (PRIOR-SUB) = CHECK-ITEM-ID
            SET DUPLICATE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF DUPLICATE-FOUND
        SET FINDING-SEVERE TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "PO " OP-PO-NUMBER (CHECK-SUB) " LINE FOR ITEM LISTED TWICE"
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    PERFORM 9100-CHECK-ITEM-ON-FILE
    IF ITEM-NOT-ON-FILE
        SET FINDING-WARNING TO TRUE
        MOVE SPACES TO FINDING-TEXT
        STRING "PO " OP-PO-NUMBER (CHECK-SUB) " VENDOR "
            OP-VENDOR-CODE (CHECK-SUB) " FOR ITEM NOT ON FILE"
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> REORDER_PARAMS.DAT (ITEM REORDER-POINT STD-REORDER-QTY VENDOR),
*> one line per item, the same layout PurchasingExtract reads. Only
*> the item matters here, so only the item goes to the sort.
6000-LOAD-REORDER-PARAMS.
    SET SIDE-NOT-EOF TO TRUE
    OPEN INPUT REORDER-PARAMS-FILE
    IF PARAMS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF PARAMS-FILE-STATUS NOT = '00'
            DISPLAY "REORDER_PARAMS.DAT COULD NOT BE OPENED - STATUS " PARAMS-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL SIDE-EOF
            READ REORDER-PARAMS-FILE INTO SIDE-TEMP-RECORD
                AT END
                    SET SIDE-EOF TO TRUE
                NOT AT END
                    PERFORM 6100-LOAD-ONE-PARAM
            END-READ
        END-PERFORM
        CLOSE REORDER-PARAMS-FILE
    END-IF.

6100-LOAD-ONE-PARAM.
    ADD 1 TO PARAMS-CHECKED
    MOVE "REORDER_PARAMS.DAT" TO FINDING-FILE
    PERFORM 9400-SPLIT-SIDE-LINE
    IF LINE-FIELD-COUNT NOT = 4
        OR LINE-FIELD-1-LEN NOT = 5
        OR LINE-FIELD-2-LEN = 0 OR LINE-FIELD-2-LEN > 4
        OR LINE-FIELD-3-LEN = 0 OR LINE-FIELD-3-LEN > 4
        OR LINE-FIELD-4-LEN = 0 OR LINE-FIELD-4-LEN > 5
        SET LINE-UNREADABLE TO TRUE
    ELSE
        IF LINE-FIELD-1 (1:5) IS NOT NUMERIC
            OR LINE-FIELD-2 (1:LINE-FIELD-2-LEN) IS NOT NUMERIC
            OR LINE-FIELD-3 (1:LINE-FIELD-3-LEN) IS NOT NUMERIC
            SET LINE-UNREADABLE TO TRUE
        END-IF
    END-IF
    IF LINE-UNREADABLE
        PERFORM 8100-WRITE-UNREADABLE-LINE
    ELSE
        MOVE LINE-FIELD-1 (1:5) TO PS-ITEM-ID
        RELEASE PARAM-SORT-RECORD
    END-IF.

6200-CHECK-REORDER-PARAMS.
    MOVE "REORDER_PARAMS.DAT" TO FINDING-FILE
    MOVE SPACES TO FINDING-LOCATION
    PERFORM UNTIL PARAM-SORT-EOF
        RETURN PARAM-SORT-FILE
            AT END
                SET PARAM-SORT-EOF TO TRUE
            NOT AT END
                PERFORM 6300-CHECK-ONE-PARAM
        END-RETURN
    END-PERFORM.

6300-CHECK-ONE-PARAM.
    MOVE PS-ITEM-ID TO CHECK-ITEM-ID FINDING-ITEM
    IF HAVE-PARAM AND PS-ITEM-ID = LAST-PARAM-ITEM
        SET FINDING-SEVERE TO TRUE
        MOVE "ITEM LISTED TWICE" TO FINDING-TEXT
        PERFORM 8000-WRITE-FINDING
    ELSE
        SET HAVE-PARAM TO TRUE
        MOVE PS-ITEM-ID TO LAST-PARAM-ITEM
        PERFORM 9100-CHECK-ITEM-ON-FILE
        IF ITEM-NOT-ON-FILE
            SET FINDING-WARNING TO TRUE
            MOVE "REORDER PARAMETERS FOR ITEM NOT ON FILE" TO FINDING-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
    END-IF.

7000-WRITE-REPORT-TOTALS.
    IF SEVERE-COUNT > 0
        MOVE 8 TO RUN-RETURN-CODE
    ELSE
        IF WARNING-COUNT > 0
            MOVE 4 TO RUN-RETURN-CODE
        ELSE
            MOVE SPACES TO INTEGRITY-REPORT-RECORD
            STRING "No integrity breaks found." DELIMITED BY SIZE
                INTO INTEGRITY-REPORT-RECORD
            WRITE INTEGRITY-REPORT-RECORD
        END-IF
    END-IF
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "INVENTORY.DAT        RECORDS CHECKED " INVENTORY-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "LOCATION_MASTER.DAT  RECORDS CHECKED " LOCATIONS-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "RESERVATIONS.DAT     RECORDS CHECKED " RESERVATIONS-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "BACKORDERS.DAT       RECORDS CHECKED " BACKORDERS-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "LOT_BALANCE.DAT      RECORDS CHECKED " LOTS-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "OPEN_POS.DAT         RECORDS CHECKED " OPEN-POS-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "REORDER_PARAMS.DAT   RECORDS CHECKED " PARAMS-CHECKED
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "SEVERE FINDINGS      " SEVERE-COUNT
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "WARNING FINDINGS     " WARNING-COUNT
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "RETURN CODE          " RUN-RETURN-CODE
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD.

8000-WRITE-FINDING.
    IF FINDING-SEVERE
        ADD 1 TO SEVERE-COUNT
        MOVE "SEVERE" TO SEVERITY-DISPLAY
    ELSE
        ADD 1 TO WARNING-COUNT
        MOVE "WARNING" TO SEVERITY-DISPLAY
    END-IF
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING SEVERITY-DISPLAY " " FINDING-FILE " " FINDING-ITEM " "
        FINDING-LOCATION " " FINDING-TEXT
        DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD.

*> A line the owning program could not read is lost to it or, for
*> the files rewritten at end of run, read wrong - severe either way.
8100-WRITE-UNREADABLE-LINE.
    SET FINDING-SEVERE TO TRUE
    MOVE SPACES TO FINDING-ITEM FINDING-LOCATION FINDING-TEXT
    STRING "LINE UNREADABLE: " SIDE-TEMP-RECORD
        DELIMITED BY SIZE INTO FINDING-TEXT
    PERFORM 8000-WRITE-FINDING.

*> Sets KEY-ON-FILE and BOOK-QTY for CHECK-ITEM-ID at
*> CHECK-LOCATION-CODE.
9000-READ-INVENTORY-KEY.
    MOVE CHECK-ITEM-ID TO ITEM-ID
    MOVE CHECK-LOCATION-CODE TO LOCATION-CODE
    MOVE 0 TO BOOK-QTY
    READ INVENTORY-FILE
        INVALID KEY
            SET KEY-NOT-ON-FILE TO TRUE
        NOT INVALID KEY
            SET KEY-ON-FILE TO TRUE
            MOVE ITEM-QUANTITY TO BOOK-QTY
    END-READ.

*> Sets ITEM-ON-FILE when CHECK-ITEM-ID is on the book at any
*> location: position at its lowest key and see whether the next
*> record is still the same item.
9100-CHECK-ITEM-ON-FILE.
    SET ITEM-NOT-ON-FILE TO TRUE
    MOVE CHECK-ITEM-ID TO ITEM-ID
    MOVE LOW-VALUES TO LOCATION-CODE
    START INVENTORY-FILE KEY IS NOT LESS THAN ITEM-KEY
        INVALID KEY
            SET ITEM-NOT-ON-FILE TO TRUE
        NOT INVALID KEY
            READ INVENTORY-FILE NEXT RECORD
                AT END
                    SET ITEM-NOT-ON-FILE TO TRUE
                NOT AT END
                    IF ITEM-ID = CHECK-ITEM-ID
                        SET ITEM-ON-FILE TO TRUE
                    END-IF
            END-READ
    END-START.

9400-SPLIT-SIDE-LINE.
    SET LINE-READABLE TO TRUE
    MOVE SPACES TO LINE-FIELD-1 LINE-FIELD-2 LINE-FIELD-3 LINE-FIELD-4
                   LINE-FIELD-5 LINE-FIELD-6 LINE-FIELD-7 LINE-OVERFLOW
    MOVE 0 TO LINE-FIELD-COUNT LINE-FIELD-1-LEN LINE-FIELD-2-LEN
              LINE-FIELD-3-LEN LINE-FIELD-4-LEN LINE-FIELD-5-LEN
              LINE-FIELD-6-LEN LINE-FIELD-7-LEN
    UNSTRING SIDE-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO LINE-FIELD-1 COUNT IN LINE-FIELD-1-LEN,
             LINE-FIELD-2 COUNT IN LINE-FIELD-2-LEN,
             LINE-FIELD-3 COUNT IN LINE-FIELD-3-LEN,
             LINE-FIELD-4 COUNT IN LINE-FIELD-4-LEN,
             LINE-FIELD-5 COUNT IN LINE-FIELD-5-LEN,
             LINE-FIELD-6 COUNT IN LINE-FIELD-6-LEN,
             LINE-FIELD-7 COUNT IN LINE-FIELD-7-LEN,
             LINE-OVERFLOW
        TALLYING IN LINE-FIELD-COUNT.
