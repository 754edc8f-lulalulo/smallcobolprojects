IDENTIFICATION DIVISION.
PROGRAM-ID. ReplenishmentPlanner.

*> Balances stock between warehouses before anything is bought.
*> STOCK_LEVELS.DAT (ITEM-ID LOCATION-CODE MIN-QTY MAX-QTY,
*> space-delimited, one item/location per line) carries the minimum
*> and maximum each location should hold. Every location is judged
*> on its available-to-promise quantity - the on-hand quantity on
*> UPDATED_INVENTORY.DAT less the open holds on RESERVATIONS.DAT -
*> so stock already promised to a customer is never counted as
*> cover and never moved away. A location whose available quantity
*> is below its minimum needs enough to bring it back up to its
*> maximum; a location whose available quantity is above its
*> maximum can give up the excess and stay at its maximum. Each
*> need is sourced from the surplus locations in LOCATION-CODE
*> order, one XFR line per source, written to
*> REPLENISH_XFR_TRANS.DAT framed with the HDR/TRL control records
*> InventoryManagement's load demands (batch date the run date,
*> batch number the run time, trailer the line count and quantity
*> sum, as PickConfirmation and PhysicalCountReconciliation frame
*> theirs). Only active locations on LOCATION_MASTER.DAT take part
*> on either side, since the update run rejects a transfer to or
*> from a retired one, and a key with levels but no stock record
*> cannot be a transfer destination.
*> Whatever need the surplus cannot cover is left for the vendor:
*> REPLENISH_SHORTFALL.DAT (ITEM-ID RESIDUAL-QTY, in ITEM-ID order)
*> carries the residual per item to PurchasingExtract, which buys
*> that and no more on the locations' account. The planner report,
*> REPLENISHMENT_REPORT.DAT, lists each location below minimum with
*> its need, the transfers raised for it and the residual, and the
*> run totals. Malformed or duplicated level lines are rejected to
*> EXCEPTIONS.DAT.
*> The three inputs are merged through one sort on item, location
*> and record kind, so only the locations of a single item are ever
*> held in working storage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UPDATED-INVENTORY-FILE ASSIGN TO 'UPDATED_INVENTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT STOCK-LEVELS-FILE ASSIGN TO 'STOCK_LEVELS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEVELS-FILE-STATUS.
    SELECT RESERVATIONS-FILE ASSIGN TO 'RESERVATIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESERVATIONS-FILE-STATUS.
    SELECT LOCATION-MASTER-FILE ASSIGN TO 'LOCATION_MASTER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-MASTER-STATUS.
    SELECT TRANSFER-TRANS-FILE ASSIGN TO 'REPLENISH_XFR_TRANS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHORTFALL-FILE ASSIGN TO 'REPLENISH_SHORTFALL.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PLANNER-REPORT-FILE ASSIGN TO 'REPLENISHMENT_REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTIONS-FILE ASSIGN TO 'EXCEPTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPTIONS-FILE-STATUS.
    SELECT PLAN-SORT-FILE ASSIGN TO 'SORTWORK'.

DATA DIVISION.
FILE SECTION.
FD UPDATED-INVENTORY-FILE.
01 UPDATED-INVENTORY-RECORD PIC X(45).

FD STOCK-LEVELS-FILE.
01 STOCK-LEVELS-RECORD PIC X(40).

FD RESERVATIONS-FILE.
01 RESERVATIONS-RECORD PIC X(40).

FD LOCATION-MASTER-FILE.
01 LOCATION-MASTER-RECORD PIC X(25).

FD TRANSFER-TRANS-FILE.
01 TRANSFER-TRANS-RECORD PIC X(30).

FD SHORTFALL-FILE.
01 SHORTFALL-RECORD PIC X(20).

FD PLANNER-REPORT-FILE.
01 PLANNER-REPORT-RECORD PIC X(132).

FD EXCEPTIONS-FILE.
01 EXCEPTIONS-RECORD PIC X(70).

*> Kind L (levels) sorts ahead of Q (stock on hand) and R (an open
*> hold) for the same item and location.
SD PLAN-SORT-FILE.
01 PLAN-SORT-RECORD.
    05 PS-ITEM-ID PIC 9(5).
    05 PS-LOCATION-CODE PIC X(3).
    05 PS-KIND PIC X.
       88 PS-LEVELS-RECORD VALUE 'L'.
       88 PS-STOCK-RECORD VALUE 'Q'.
       88 PS-HOLD-RECORD VALUE 'R'.
    05 PS-ITEM-NAME PIC X(15).
    05 PS-QTY-1 PIC 9(4).
    05 PS-QTY-2 PIC 9(4).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 LEVELS-EOF-FLAG PIC X VALUE 'N'.
   88 LEVELS-EOF VALUE 'Y'.
   88 LEVELS-NOT-EOF VALUE 'N'.
01 RESERVATION-EOF-FLAG PIC X VALUE 'N'.
   88 RESERVATION-EOF VALUE 'Y'.
   88 RESERVATION-NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(45).
01 INVENTORY-FILE-STATUS PIC X(2).
01 LEVELS-FILE-STATUS PIC X(2).
01 RESERVATIONS-FILE-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 RUN-DATE PIC 9(6).
01 RUN-TIME PIC 9(8).

01 INVENTORY-FIELDS.
    COPY INVFIELDS REPLACING ITEM-QUANTITY BY UPDATED-QUANTITY.
01 RAW-UNIT-PRICE PIC X(7).

01 RAW-LV-ITEM-ID PIC X(15).
01 RAW-LV-ITEM-LEN PIC 9(2) COMP.
01 RAW-LV-LOCATION PIC X(15).
01 RAW-LV-LOC-LEN PIC 9(2) COMP.
01 RAW-LV-MIN PIC X(15).
01 RAW-LV-MIN-LEN PIC 9(2) COMP.
01 RAW-LV-MAX PIC X(15).
01 RAW-LV-MAX-LEN PIC 9(2) COMP.
01 RAW-LV-OVERFLOW PIC X(10).
01 LV-FIELD-COUNT PIC 9(2) COMP.
01 LV-MIN-QTY PIC 9(4).
01 LV-MAX-QTY PIC 9(4).
01 RECORD-VALID-SW PIC X VALUE 'Y'.
   88 RECORD-VALID VALUE 'Y'.
   88 RECORD-INVALID VALUE 'N'.
01 REJECT-REASON PIC X(25).

01 RAW-RS-ITEM-ID PIC X(15).
01 RAW-RS-LOCATION PIC X(15).
01 RAW-RS-ORDER-REF PIC X(15).
01 RAW-RS-QTY PIC X(15).
01 RAW-RS-QTY-LEN PIC 9(2) COMP.

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
01 CHECK-LOCATION-CODE PIC X(3).

*> The locations of the item in hand, built up from the sorted
*> stream and planned at the item's control break.
01 HAVE-ITEM-SW PIC X VALUE 'N'.
   88 HAVE-ITEM VALUE 'Y'.
   88 NO-ITEM-YET VALUE 'N'.
01 CURRENT-ITEM-ID PIC 9(5).
01 CURRENT-ITEM-NAME PIC X(15).
01 ITEM-LOC-COUNT PIC 9(4) COMP VALUE 0.
01 ITEM-LOCATION-TABLE.
   05 ITEM-LOCATION-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON ITEM-LOC-COUNT
      INDEXED BY ITEM-LOC-IDX SOURCE-IDX.
      10 IL-LOCATION-CODE PIC X(3).
      10 IL-ON-HAND-QTY PIC 9(4).
      10 IL-RESERVED-QTY PIC 9(6).
      10 IL-AVAILABLE-QTY PIC S9(6).
      10 IL-MIN-QTY PIC 9(4).
      10 IL-MAX-QTY PIC 9(4).
      10 IL-SURPLUS-QTY PIC 9(4).
      10 IL-LEVELS-SW PIC X.
         88 IL-HAS-LEVELS VALUE 'Y'.
      10 IL-STOCK-SW PIC X.
         88 IL-ON-FILE VALUE 'Y'.
      10 IL-ACTIVE-SW PIC X.
         88 IL-ACTIVE VALUE 'Y'.
         88 IL-INACTIVE VALUE 'N'.

01 LOCATION-NEED-QTY PIC 9(6).
01 LOCATION-COVERED-QTY PIC 9(6).
01 LOCATION-RESIDUAL-QTY PIC 9(6).
01 ITEM-RESIDUAL-QTY PIC 9(6).
01 TRANSFER-QTY PIC 9(4).
01 REPORT-AVAILABLE-QTY PIC -(6)9.
01 REPORT-STATUS PIC X(32).

01 LOCATIONS-BELOW-MIN PIC 9(6) VALUE 0.
01 TRANSFER-COUNT PIC 9(6) VALUE 0.
01 TRANSFER-HASH PIC S9(8) SIGN LEADING SEPARATE VALUE 0.
01 TOTAL-TRANSFER-QTY PIC 9(8) VALUE 0.
01 TOTAL-RESIDUAL-QTY PIC 9(8) VALUE 0.
01 SHORTFALL-ITEM-COUNT PIC 9(6) VALUE 0.
01 LEVELS-REJECT-COUNT PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    PERFORM 1600-LOAD-LOCATION-MASTER
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    OPEN OUTPUT TRANSFER-TRANS-FILE
         OUTPUT SHORTFALL-FILE
         OUTPUT PLANNER-REPORT-FILE
    PERFORM 1900-WRITE-HEADING
    PERFORM 1950-WRITE-BATCH-HEADER
    SORT PLAN-SORT-FILE
        ON ASCENDING KEY PS-ITEM-ID PS-LOCATION-CODE PS-KIND
        INPUT PROCEDURE IS 1000-COLLECT-PLAN-INPUT
        OUTPUT PROCEDURE IS 2000-PLAN-ITEMS
    PERFORM 2600-WRITE-BATCH-TRAILER
    PERFORM 2700-WRITE-TOTALS
    CLOSE TRANSFER-TRANS-FILE
          SHORTFALL-FILE
          PLANNER-REPORT-FILE
          EXCEPTIONS-FILE
    DISPLAY "LOCATIONS BELOW MINIMUM " LOCATIONS-BELOW-MIN
        " TRANSFERS " TRANSFER-COUNT " RESIDUAL ITEMS " SHORTFALL-ITEM-COUNT
    STOP RUN.

1000-COLLECT-PLAN-INPUT.
    PERFORM 1100-RELEASE-STOCK-LEVELS
    PERFORM 1200-RELEASE-STOCK-ON-HAND
    PERFORM 1300-RELEASE-OPEN-HOLDS.

*> No levels file means no location has a minimum yet - nothing is
*> planned and the shortfall file comes out empty.
1100-RELEASE-STOCK-LEVELS.
    OPEN INPUT STOCK-LEVELS-FILE
    IF LEVELS-FILE-STATUS = '35'
        DISPLAY "STOCK_LEVELS.DAT NOT FOUND - NO LOCATION LEVELS TO PLAN"
    ELSE
        IF LEVELS-FILE-STATUS NOT = '00'
            DISPLAY "STOCK_LEVELS.DAT COULD NOT BE OPENED - STATUS " LEVELS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL LEVELS-EOF
            READ STOCK-LEVELS-FILE INTO TEMP-RECORD
                AT END
                    SET LEVELS-EOF TO TRUE
                NOT AT END
                    PERFORM 1110-VALIDATE-LEVELS-LINE
                    IF RECORD-VALID
                        MOVE RAW-LV-ITEM-ID (1:5) TO PS-ITEM-ID
                        MOVE RAW-LV-LOCATION (1:3) TO PS-LOCATION-CODE
                        SET PS-LEVELS-RECORD TO TRUE
                        MOVE SPACES TO PS-ITEM-NAME
                        MOVE LV-MIN-QTY TO PS-QTY-1
                        MOVE LV-MAX-QTY TO PS-QTY-2
                        RELEASE PLAN-SORT-RECORD
                    ELSE
                        PERFORM 2200-WRITE-EXCEPTION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOCK-LEVELS-FILE
    END-IF.

1110-VALIDATE-LEVELS-LINE.
    SET RECORD-VALID TO TRUE
    MOVE SPACES TO REJECT-REASON
    MOVE SPACES TO RAW-LV-ITEM-ID RAW-LV-LOCATION RAW-LV-MIN RAW-LV-MAX
                   RAW-LV-OVERFLOW
    MOVE 0 TO LV-FIELD-COUNT RAW-LV-ITEM-LEN RAW-LV-LOC-LEN
              RAW-LV-MIN-LEN RAW-LV-MAX-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-LV-ITEM-ID COUNT IN RAW-LV-ITEM-LEN,
             RAW-LV-LOCATION COUNT IN RAW-LV-LOC-LEN,
             RAW-LV-MIN COUNT IN RAW-LV-MIN-LEN,
             RAW-LV-MAX COUNT IN RAW-LV-MAX-LEN,
             RAW-LV-OVERFLOW
        TALLYING IN LV-FIELD-COUNT
    IF LV-FIELD-COUNT NOT = 4
        SET RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO REJECT-REASON
    ELSE
        IF RAW-LV-ITEM-LEN NOT = 5
            OR RAW-LV-ITEM-ID (1:5) IS NOT NUMERIC
            SET RECORD-INVALID TO TRUE
            MOVE "BAD ITEM-ID" TO REJECT-REASON
        ELSE
            IF RAW-LV-LOC-LEN > 3
                SET RECORD-INVALID TO TRUE
                MOVE "BAD LOCATION" TO REJECT-REASON
            ELSE
                IF RAW-LV-MIN-LEN > 4 OR RAW-LV-MAX-LEN > 4
                    SET RECORD-INVALID TO TRUE
                    MOVE "FIELD TOO LONG" TO REJECT-REASON
                ELSE
                    IF RAW-LV-MIN (1:RAW-LV-MIN-LEN) IS NOT NUMERIC
                        OR RAW-LV-MAX (1:RAW-LV-MAX-LEN) IS NOT NUMERIC
                        SET RECORD-INVALID TO TRUE
                        MOVE "NON-NUMERIC QTY" TO REJECT-REASON
                    ELSE
                        MOVE RAW-LV-MIN (1:RAW-LV-MIN-LEN) TO LV-MIN-QTY
                        MOVE RAW-LV-MAX (1:RAW-LV-MAX-LEN) TO LV-MAX-QTY
                        IF LV-MIN-QTY > LV-MAX-QTY
                            SET RECORD-INVALID TO TRUE
                            MOVE "MIN ABOVE MAX" TO REJECT-REASON
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

1200-RELEASE-STOCK-ON-HAND.
    OPEN INPUT UPDATED-INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "UPDATED_INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL EOF
        READ UPDATED-INVENTORY-FILE INTO TEMP-RECORD
            AT END
                SET EOF TO TRUE
            NOT AT END
                UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
                    INTO ITEM-ID, LOCATION-CODE, ITEM-NAME, UPDATED-QUANTITY,
                         RAW-UNIT-PRICE
                MOVE ITEM-ID TO PS-ITEM-ID
                MOVE LOCATION-CODE TO PS-LOCATION-CODE
                SET PS-STOCK-RECORD TO TRUE
                MOVE ITEM-NAME TO PS-ITEM-NAME
                MOVE UPDATED-QUANTITY TO PS-QTY-1
                MOVE 0 TO PS-QTY-2
                RELEASE PLAN-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE UPDATED-INVENTORY-FILE.

*> RESERVATIONS.DAT holds only open holds - the update run drops
*> closed ones when it rewrites the file - so every line counts.
1300-RELEASE-OPEN-HOLDS.
    OPEN INPUT RESERVATIONS-FILE
    IF RESERVATIONS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF RESERVATIONS-FILE-STATUS NOT = '00'
            DISPLAY "RESERVATIONS.DAT COULD NOT BE OPENED - STATUS " RESERVATIONS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL RESERVATION-EOF
            READ RESERVATIONS-FILE INTO TEMP-RECORD
                AT END
                    SET RESERVATION-EOF TO TRUE
                NOT AT END
                    PERFORM 1310-RELEASE-ONE-HOLD
            END-READ
        END-PERFORM
        CLOSE RESERVATIONS-FILE
    END-IF.

1310-RELEASE-ONE-HOLD.
    MOVE SPACES TO RAW-RS-ITEM-ID RAW-RS-LOCATION RAW-RS-ORDER-REF RAW-RS-QTY
    MOVE 0 TO RAW-RS-QTY-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-RS-ITEM-ID, RAW-RS-LOCATION, RAW-RS-ORDER-REF,
             RAW-RS-QTY COUNT IN RAW-RS-QTY-LEN
    IF RAW-RS-ITEM-ID (1:5) IS NOT NUMERIC
        OR RAW-RS-QTY-LEN = 0 OR RAW-RS-QTY-LEN > 4
        DISPLAY "RESERVATIONS.DAT LINE SKIPPED: " TEMP-RECORD
    ELSE
        IF RAW-RS-QTY (1:RAW-RS-QTY-LEN) IS NOT NUMERIC
            DISPLAY "RESERVATIONS.DAT LINE SKIPPED: " TEMP-RECORD
        ELSE
            MOVE RAW-RS-ITEM-ID (1:5) TO PS-ITEM-ID
            MOVE RAW-RS-LOCATION (1:3) TO PS-LOCATION-CODE
            SET PS-HOLD-RECORD TO TRUE
            MOVE SPACES TO PS-ITEM-NAME
            MOVE RAW-RS-QTY (1:RAW-RS-QTY-LEN) TO PS-QTY-1
            MOVE 0 TO PS-QTY-2
            RELEASE PLAN-SORT-RECORD
        END-IF
    END-IF.

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

*> Same master and rule as InventoryManagement's location check: a
*> transfer touching a retired location would only bounce at the
*> update run, so such locations are left out of the plan here.
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
            WHEN LM-CODE (LOCATION-IDX) = CHECK-LOCATION-CODE
                SET LOCATION-FOUND TO TRUE
        END-SEARCH
    END-IF.

1900-WRITE-HEADING.
    MOVE SPACES TO PLANNER-REPORT-RECORD
    STRING "ITEM-ID ITEM-NAME       LOC ON-HAND RESERVED AVAILABLE MIN  MAX  "
        "NEED"
        DELIMITED BY SIZE INTO PLANNER-REPORT-RECORD
    WRITE PLANNER-REPORT-RECORD.

1950-WRITE-BATCH-HEADER.
    ACCEPT RUN-DATE FROM DATE
    ACCEPT RUN-TIME FROM TIME
    MOVE SPACES TO TRANSFER-TRANS-RECORD
    STRING "HDR " RUN-DATE " " RUN-TIME (1:6)
        DELIMITED BY SIZE INTO TRANSFER-TRANS-RECORD
    WRITE TRANSFER-TRANS-RECORD.

2000-PLAN-ITEMS.
    PERFORM UNTIL SORT-EOF
        RETURN PLAN-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 2010-PROCESS-SORTED-RECORD
        END-RETURN
    END-PERFORM
    IF HAVE-ITEM
        PERFORM 3000-PLAN-ONE-ITEM
    END-IF.

2010-PROCESS-SORTED-RECORD.
    IF HAVE-ITEM AND PS-ITEM-ID NOT = CURRENT-ITEM-ID
        PERFORM 3000-PLAN-ONE-ITEM
        SET NO-ITEM-YET TO TRUE
    END-IF
    IF NO-ITEM-YET
        SET HAVE-ITEM TO TRUE
        MOVE PS-ITEM-ID TO CURRENT-ITEM-ID
        MOVE SPACES TO CURRENT-ITEM-NAME
        MOVE 0 TO ITEM-LOC-COUNT
    END-IF
    IF ITEM-LOC-COUNT = 0
        PERFORM 2020-ADD-ITEM-LOCATION
    ELSE
        IF PS-LOCATION-CODE NOT = IL-LOCATION-CODE (ITEM-LOC-COUNT)
            PERFORM 2020-ADD-ITEM-LOCATION
        END-IF
    END-IF
    IF PS-LEVELS-RECORD
        IF IL-HAS-LEVELS (ITEM-LOC-COUNT)
            MOVE SPACES TO TEMP-RECORD
            STRING PS-ITEM-ID " " PS-LOCATION-CODE " " PS-QTY-1 " " PS-QTY-2
                DELIMITED BY SIZE INTO TEMP-RECORD
            MOVE "DUPLICATE LEVELS" TO REJECT-REASON
            PERFORM 2200-WRITE-EXCEPTION
        ELSE
            MOVE 'Y' TO IL-LEVELS-SW (ITEM-LOC-COUNT)
            MOVE PS-QTY-1 TO IL-MIN-QTY (ITEM-LOC-COUNT)
            MOVE PS-QTY-2 TO IL-MAX-QTY (ITEM-LOC-COUNT)
        END-IF
    ELSE
        IF PS-STOCK-RECORD
            MOVE 'Y' TO IL-STOCK-SW (ITEM-LOC-COUNT)
            MOVE PS-QTY-1 TO IL-ON-HAND-QTY (ITEM-LOC-COUNT)
            MOVE PS-ITEM-NAME TO CURRENT-ITEM-NAME
        ELSE
            ADD PS-QTY-1 TO IL-RESERVED-QTY (ITEM-LOC-COUNT)
        END-IF
    END-IF.

2020-ADD-ITEM-LOCATION.
    IF ITEM-LOC-COUNT >= 500
        DISPLAY "ITEM " PS-ITEM-ID " HAS MORE THAN 500 LOCATIONS - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO ITEM-LOC-COUNT
    MOVE PS-LOCATION-CODE TO IL-LOCATION-CODE (ITEM-LOC-COUNT)
    MOVE 0 TO IL-ON-HAND-QTY (ITEM-LOC-COUNT) IL-RESERVED-QTY (ITEM-LOC-COUNT)
              IL-AVAILABLE-QTY (ITEM-LOC-COUNT) IL-MIN-QTY (ITEM-LOC-COUNT)
              IL-MAX-QTY (ITEM-LOC-COUNT) IL-SURPLUS-QTY (ITEM-LOC-COUNT)
    MOVE 'N' TO IL-LEVELS-SW (ITEM-LOC-COUNT) IL-STOCK-SW (ITEM-LOC-COUNT)
    MOVE PS-LOCATION-CODE TO CHECK-LOCATION-CODE
    PERFORM 1650-CHECK-LOCATION-CODE
    IF LOCATION-FOUND AND LM-ACTIVE (LOCATION-IDX)
        SET IL-ACTIVE (ITEM-LOC-COUNT) TO TRUE
    ELSE
        SET IL-INACTIVE (ITEM-LOC-COUNT) TO TRUE
    END-IF.

2200-WRITE-EXCEPTION.
    ADD 1 TO LEVELS-REJECT-COUNT
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING "STOCK_LEVELS " TEMP-RECORD (1:30) " " REJECT-REASON
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

2600-WRITE-BATCH-TRAILER.
    MOVE SPACES TO TRANSFER-TRANS-RECORD
    STRING "TRL " TRANSFER-COUNT " " TRANSFER-HASH
        DELIMITED BY SIZE INTO TRANSFER-TRANS-RECORD
    WRITE TRANSFER-TRANS-RECORD.

2700-WRITE-TOTALS.
    MOVE SPACES TO PLANNER-REPORT-RECORD
    WRITE PLANNER-REPORT-RECORD
    MOVE SPACES TO PLANNER-REPORT-RECORD
    STRING "LOCATIONS BELOW MINIMUM " LOCATIONS-BELOW-MIN
        "  TRANSFERS " TRANSFER-COUNT " QTY " TOTAL-TRANSFER-QTY
        "  RESIDUAL FOR PURCHASING " TOTAL-RESIDUAL-QTY
        " ON " SHORTFALL-ITEM-COUNT " ITEMS"
        DELIMITED BY SIZE INTO PLANNER-REPORT-RECORD
    WRITE PLANNER-REPORT-RECORD
    IF LEVELS-REJECT-COUNT > 0
        MOVE SPACES TO PLANNER-REPORT-RECORD
        STRING "STOCK_LEVELS.DAT LINES REJECTED TO EXCEPTIONS.DAT "
            LEVELS-REJECT-COUNT
            DELIMITED BY SIZE INTO PLANNER-REPORT-RECORD
        WRITE PLANNER-REPORT-RECORD
    END-IF.

*> First the available quantity and any surplus of every location,
*> then each location below its minimum is filled from the surplus.
3000-PLAN-ONE-ITEM.
    MOVE 0 TO ITEM-RESIDUAL-QTY
    PERFORM VARYING ITEM-LOC-IDX FROM 1 BY 1 UNTIL ITEM-LOC-IDX > ITEM-LOC-COUNT
        COMPUTE IL-AVAILABLE-QTY (ITEM-LOC-IDX) = IL-ON-HAND-QTY (ITEM-LOC-IDX)
            - IL-RESERVED-QTY (ITEM-LOC-IDX)
        IF IL-HAS-LEVELS (ITEM-LOC-IDX) AND IL-ON-FILE (ITEM-LOC-IDX)
            AND IL-ACTIVE (ITEM-LOC-IDX)
            AND IL-AVAILABLE-QTY (ITEM-LOC-IDX) > IL-MAX-QTY (ITEM-LOC-IDX)
            COMPUTE IL-SURPLUS-QTY (ITEM-LOC-IDX) = IL-AVAILABLE-QTY (ITEM-LOC-IDX)
                - IL-MAX-QTY (ITEM-LOC-IDX)
        END-IF
    END-PERFORM
    PERFORM VARYING ITEM-LOC-IDX FROM 1 BY 1 UNTIL ITEM-LOC-IDX > ITEM-LOC-COUNT
        IF IL-HAS-LEVELS (ITEM-LOC-IDX)
            AND IL-AVAILABLE-QTY (ITEM-LOC-IDX) < IL-MIN-QTY (ITEM-LOC-IDX)
            PERFORM 3100-FILL-ONE-LOCATION
        END-IF
    END-PERFORM
    IF ITEM-RESIDUAL-QTY > 0
        ADD 1 TO SHORTFALL-ITEM-COUNT
        ADD ITEM-RESIDUAL-QTY TO TOTAL-RESIDUAL-QTY
        MOVE SPACES TO SHORTFALL-RECORD
        STRING CURRENT-ITEM-ID " " ITEM-RESIDUAL-QTY
            DELIMITED BY SIZE INTO SHORTFALL-RECORD
        WRITE SHORTFALL-RECORD
    END-IF.

*> The need lifts the location back to its maximum. The location
*> line goes out first and the transfers raised for it follow, then
*> what is left for the vendor. A location with no stock record or
*> at a retired location can receive neither a transfer nor a
*> receipt, so it is flagged for the master to be put right and its
*> need is not passed to purchasing.
3100-FILL-ONE-LOCATION.
    ADD 1 TO LOCATIONS-BELOW-MIN
    COMPUTE LOCATION-NEED-QTY = IL-MAX-QTY (ITEM-LOC-IDX) - IL-AVAILABLE-QTY (ITEM-LOC-IDX)
    MOVE 0 TO LOCATION-COVERED-QTY
    MOVE SPACES TO REPORT-STATUS
    PERFORM 3300-WRITE-LOCATION-LINE
    IF NOT IL-ON-FILE (ITEM-LOC-IDX)
        MOVE "NOT PLANNED - NO STOCK RECORD" TO REPORT-STATUS
    ELSE
        IF IL-INACTIVE (ITEM-LOC-IDX)
            MOVE "NOT PLANNED - INACTIVE LOCATION" TO REPORT-STATUS
        ELSE
            PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                UNTIL SOURCE-IDX > ITEM-LOC-COUNT
                OR LOCATION-COVERED-QTY >= LOCATION-NEED-QTY
                IF IL-SURPLUS-QTY (SOURCE-IDX) > 0
                    PERFORM 3200-RAISE-TRANSFER
                END-IF
            END-PERFORM
        END-IF
    END-IF
    COMPUTE LOCATION-RESIDUAL-QTY = LOCATION-NEED-QTY - LOCATION-COVERED-QTY
    IF REPORT-STATUS = SPACES
        ADD LOCATION-RESIDUAL-QTY TO ITEM-RESIDUAL-QTY
    ELSE
        MOVE 0 TO LOCATION-RESIDUAL-QTY
    END-IF
    PERFORM 3400-WRITE-OUTCOME-LINE.

3200-RAISE-TRANSFER.
    IF IL-SURPLUS-QTY (SOURCE-IDX) > LOCATION-NEED-QTY - LOCATION-COVERED-QTY
        COMPUTE TRANSFER-QTY = LOCATION-NEED-QTY - LOCATION-COVERED-QTY
    ELSE
        MOVE IL-SURPLUS-QTY (SOURCE-IDX) TO TRANSFER-QTY
    END-IF
    SUBTRACT TRANSFER-QTY FROM IL-SURPLUS-QTY (SOURCE-IDX)
    ADD TRANSFER-QTY TO LOCATION-COVERED-QTY
    ADD 1 TO TRANSFER-COUNT
    ADD TRANSFER-QTY TO TRANSFER-HASH TOTAL-TRANSFER-QTY
    MOVE SPACES TO TRANSFER-TRANS-RECORD
    STRING "XFR " CURRENT-ITEM-ID " " IL-LOCATION-CODE (SOURCE-IDX)
        " " IL-LOCATION-CODE (ITEM-LOC-IDX) " " TRANSFER-QTY
        DELIMITED BY SIZE INTO TRANSFER-TRANS-RECORD
    WRITE TRANSFER-TRANS-RECORD
    MOVE SPACES TO PLANNER-REPORT-RECORD
    STRING "        XFR " TRANSFER-QTY " FROM " IL-LOCATION-CODE (SOURCE-IDX)
        " TO " IL-LOCATION-CODE (ITEM-LOC-IDX)
        DELIMITED BY SIZE INTO PLANNER-REPORT-RECORD
    WRITE PLANNER-REPORT-RECORD.

3300-WRITE-LOCATION-LINE.
    MOVE IL-AVAILABLE-QTY (ITEM-LOC-IDX) TO REPORT-AVAILABLE-QTY
    MOVE SPACES TO PLANNER-REPORT-RECORD
    STRING CURRENT-ITEM-ID "   " CURRENT-ITEM-NAME " " IL-LOCATION-CODE (ITEM-LOC-IDX)
        " " IL-ON-HAND-QTY (ITEM-LOC-IDX) "    " IL-RESERVED-QTY (ITEM-LOC-IDX)
        "    " REPORT-AVAILABLE-QTY " " IL-MIN-QTY (ITEM-LOC-IDX)
        " " IL-MAX-QTY (ITEM-LOC-IDX) " " LOCATION-NEED-QTY
        DELIMITED BY SIZE INTO PLANNER-REPORT-RECORD
    WRITE PLANNER-REPORT-RECORD.

3400-WRITE-OUTCOME-LINE.
    IF REPORT-STATUS = SPACES
        IF LOCATION-RESIDUAL-QTY > 0
            MOVE "RESIDUAL TO VENDOR" TO REPORT-STATUS
        ELSE
            MOVE "COVERED BY TRANSFER" TO REPORT-STATUS
        END-IF
    END-IF
    MOVE SPACES TO PLANNER-REPORT-RECORD
    STRING "        COVERED " LOCATION-COVERED-QTY " RESIDUAL "
        LOCATION-RESIDUAL-QTY " " REPORT-STATUS
        DELIMITED BY SIZE INTO PLANNER-REPORT-RECORD
    WRITE PLANNER-REPORT-RECORD.
