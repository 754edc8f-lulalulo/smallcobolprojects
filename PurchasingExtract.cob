*> before the reorder point is tested, so an item whose open POs
*> cover the shortfall is not re-suggested night after night while
*> the goods are on the water.
*> Locations are covered as well as the total: REPLENISH_SHORTFALL.DAT
*> (ITEM-ID RESIDUAL-QTY, in ITEM-ID order), written by
*> ReplenishmentPlanner, carries the part of the locations' needs
*> that no transfer between warehouses could cover. Whatever of that
*> residual the open POs do not already cover is bought even when
*> the all-locations total is above the reorder point; the larger of
*> the two needs sets the order. Without the file (the planner has
*> not run) the decision rests on the total alone, as before.
*> Demand the reorder point does not foresee is covered from
*> DEMAND_FORECAST.DAT, written by DemandForecast: the current
*> month's forecast, summed over the item's locations, raises the
*> reorder point for the night when it is the larger, so the
*> position is built up ahead of a seasonal peak or a rising trend
*> rather than after it. Without the file the reorder point stands
*> alone.
*> Everything is processed through sorted work files matched on
*> ITEM-ID - the parameters, the open PO quantities and the month's
*> forecast are each sorted to a work file, the inventory snapshot is
*> sorted by item and rolled up on the control breaks, and the
*> streams are match-merged - so no working-storage table caps how many items
*> the extract can carry.

ENVIRONMENT DIVISION.
    SELECT OPEN-POS-FILE ASSIGN TO 'OPEN_POS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-POS-FILE-STATUS.
    SELECT SHORTFALL-FILE ASSIGN TO 'REPLENISH_SHORTFALL.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHORTFALL-FILE-STATUS.
    SELECT FORECAST-FILE ASSIGN TO 'DEMAND_FORECAST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FORECAST-FILE-STATUS.
    SELECT PARAM-WORK-FILE ASSIGN TO 'PARAM_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPO-WORK-FILE ASSIGN TO 'OPO_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FCST-WORK-FILE ASSIGN TO 'FCST_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PARAM-SORT-FILE ASSIGN TO 'SORTWORK1'.
    SELECT OPO-SORT-FILE ASSIGN TO 'SORTWORK2'.
    SELECT ROLLUP-SORT-FILE ASSIGN TO 'SORTWORK3'.
    SELECT FCST-SORT-FILE ASSIGN TO 'SORTWORK4'.

DATA DIVISION.
FILE SECTION.
01 EXCEPTIONS-RECORD PIC X(70).

FD OPEN-POS-FILE.
01 OPEN-POS-RECORD PIC X(50).

FD SHORTFALL-FILE.
01 SHORTFALL-RECORD PIC X(20).

FD FORECAST-FILE.
01 FORECAST-RECORD PIC X(50).

FD PARAM-WORK-FILE.
01 PARAM-WORK-RECORD.
    05 OW-ITEM-ID PIC 9(5).
    05 OW-OPEN-QTY PIC 9(7).

FD FCST-WORK-FILE.
01 FCST-WORK-RECORD.
    05 FW-ITEM-ID PIC 9(5).
    05 FW-FORECAST-QTY PIC 9(7).

SD PARAM-SORT-FILE.
01 PARAM-SORT-RECORD.
    05 PS-ITEM-ID PIC 9(5).
    05 RS-ITEM-NAME PIC X(15).
    05 RS-QUANTITY PIC 9(4).

SD FCST-SORT-FILE.
01 FCST-SORT-RECORD.
    05 FS-ITEM-ID PIC 9(5).
    05 FS-FORECAST-QTY PIC 9(6).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
01 OPO-FILE-DONE-SW PIC X VALUE 'N'.
   88 OPO-FILE-DONE VALUE 'Y'.
   88 OPO-FILE-NOT-DONE VALUE 'N'.
01 FCST-SORT-EOF-FLAG PIC X VALUE 'N'.
   88 FCST-SORT-EOF VALUE 'Y'.
   88 FCST-SORT-NOT-EOF VALUE 'N'.
01 FCST-FILE-DONE-SW PIC X VALUE 'N'.
   88 FCST-FILE-DONE VALUE 'Y'.
   88 FCST-FILE-NOT-DONE VALUE 'N'.
01 SHORTFALL-FILE-DONE-SW PIC X VALUE 'N'.
   88 SHORTFALL-FILE-DONE VALUE 'Y'.
   88 SHORTFALL-FILE-NOT-DONE VALUE 'N'.
01 TEMP-RECORD PIC X(45).
01 PARAMS-TEMP-RECORD PIC X(30).
01 PARAMS-FILE-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 OPEN-POS-FILE-STATUS PIC X(2).
01 SHORTFALL-FILE-STATUS PIC X(2).
01 FORECAST-FILE-STATUS PIC X(2).
01 INVENTORY-FIELDS.
    COPY INVFIELDS REPLACING ITEM-QUANTITY BY UPDATED-QUANTITY.

   88 HAVE-PARAM VALUE 'Y'.
   88 NO-PARAM-YET VALUE 'N'.

01 PO-TEMP-RECORD PIC X(50).
01 RAW-PO-NUMBER PIC X(6).
01 RAW-PO-VENDOR PIC X(5).
01 RAW-PO-ITEM-ID PIC X(5).
   88 HAVE-ROLLUP VALUE 'Y'.
   88 NO-ROLLUP-YET VALUE 'N'.

01 SHORTFALL-TEMP-RECORD PIC X(20).
01 RAW-SF-ITEM-ID PIC X(10).
01 RAW-SF-QTY PIC X(10).
01 RAW-SF-QTY-LEN PIC 9(2) COMP.
01 SF-ITEM-ID PIC 9(5).
01 SF-RESIDUAL-QTY PIC 9(6).
01 ITEM-RESIDUAL-QTY PIC 9(6).
01 RESIDUAL-NEED-QTY PIC 9(7).

01 FORECAST-TEMP-RECORD PIC X(50).
01 RUN-DATE PIC 9(6).
01 CURRENT-MONTH PIC X(4).
01 RAW-FC-ITEM-ID PIC X(15).
01 RAW-FC-ITEM-LEN PIC 9(2) COMP.
01 RAW-FC-LOCATION PIC X(15).
01 RAW-FC-MONTH PIC X(15).
01 RAW-FC-QTY PIC X(15).
01 RAW-FC-QTY-LEN PIC 9(2) COMP.
01 FC-FIELD-COUNT PIC 9(2) COMP.
01 LAST-FCST-ITEM PIC 9(5).
01 FCST-ACCUM-QTY PIC 9(7).
01 HAVE-FCST-SW PIC X VALUE 'N'.
   88 HAVE-FCST VALUE 'Y'.
   88 NO-FCST-YET VALUE 'N'.
01 ITEM-FORECAST-QTY PIC 9(7).
01 REORDER-LEVEL PIC 9(7).

01 ITEM-OPEN-PO-QTY PIC 9(7).
01 EFFECTIVE-POSITION PIC 9(8).
01 NEEDED-QTY PIC 9(6).
    SORT OPO-SORT-FILE ON ASCENDING KEY OS-ITEM-ID
        INPUT PROCEDURE IS 700-LOAD-OPEN-POS
        OUTPUT PROCEDURE IS 750-WRITE-OPO-WORK
    SORT FCST-SORT-FILE ON ASCENDING KEY FS-ITEM-ID
        INPUT PROCEDURE IS 400-LOAD-FORECAST
        OUTPUT PROCEDURE IS 450-WRITE-FCST-WORK
    OPEN INPUT PARAM-WORK-FILE
         INPUT OPO-WORK-FILE
         INPUT FCST-WORK-FILE
         OUTPUT PURCHASING-EXTRACT-FILE
    PERFORM 800-READ-NEXT-PARAM
    PERFORM 850-READ-NEXT-OPO
    PERFORM 870-READ-NEXT-FCST
    PERFORM 900-OPEN-SHORTFALL-FILE
    SORT ROLLUP-SORT-FILE ON ASCENDING KEY RS-ITEM-ID
        INPUT PROCEDURE IS 1000-ACCUMULATE-TOTALS
        OUTPUT PROCEDURE IS 2000-WRITE-EXTRACT
    CLOSE PURCHASING-EXTRACT-FILE
          PARAM-WORK-FILE
          OPO-WORK-FILE
          FCST-WORK-FILE
          EXCEPTIONS-FILE
    IF SHORTFALL-FILE-STATUS NOT = '35'
        CLOSE SHORTFALL-FILE
    END-IF
    STOP RUN.

*> Optional: no forecast on file leaves every reorder point as it
*> stands. Only the current month's lines are wanted.
400-LOAD-FORECAST.
    ACCEPT RUN-DATE FROM DATE
    MOVE RUN-DATE (1:4) TO CURRENT-MONTH
    OPEN INPUT FORECAST-FILE
    IF FORECAST-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF FORECAST-FILE-STATUS NOT = '00'
            DISPLAY "DEMAND_FORECAST.DAT COULD NOT BE OPENED - STATUS " FORECAST-FILE-STATUS
            STOP RUN
        END-IF
        SET NOT-EOF TO TRUE
        PERFORM UNTIL EOF
            READ FORECAST-FILE INTO FORECAST-TEMP-RECORD
                AT END
                    SET EOF TO TRUE
                NOT AT END
                    PERFORM 410-RELEASE-ONE-FORECAST-LINE
            END-READ
        END-PERFORM
        CLOSE FORECAST-FILE
        SET NOT-EOF TO TRUE
    END-IF.

410-RELEASE-ONE-FORECAST-LINE.
    MOVE SPACES TO RAW-FC-ITEM-ID RAW-FC-LOCATION RAW-FC-MONTH RAW-FC-QTY
    MOVE 0 TO FC-FIELD-COUNT RAW-FC-ITEM-LEN RAW-FC-QTY-LEN
    UNSTRING FORECAST-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-FC-ITEM-ID COUNT IN RAW-FC-ITEM-LEN,
             RAW-FC-LOCATION,
             RAW-FC-MONTH,
             RAW-FC-QTY COUNT IN RAW-FC-QTY-LEN
        TALLYING IN FC-FIELD-COUNT
    IF FC-FIELD-COUNT < 4 OR RAW-FC-ITEM-LEN NOT = 5
        OR RAW-FC-QTY-LEN = 0 OR RAW-FC-QTY-LEN > 6
        DISPLAY "DEMAND_FORECAST.DAT LINE SKIPPED: " FORECAST-TEMP-RECORD
    ELSE
        IF RAW-FC-ITEM-ID (1:5) IS NOT NUMERIC
            OR RAW-FC-QTY (1:RAW-FC-QTY-LEN) IS NOT NUMERIC
            DISPLAY "DEMAND_FORECAST.DAT LINE SKIPPED: " FORECAST-TEMP-RECORD
        ELSE
            IF RAW-FC-MONTH (1:4) = CURRENT-MONTH
                MOVE RAW-FC-ITEM-ID (1:5) TO FS-ITEM-ID
                MOVE RAW-FC-QTY (1:RAW-FC-QTY-LEN) TO FS-FORECAST-QTY
                RELEASE FCST-SORT-RECORD
            END-IF
        END-IF
    END-IF.

*> The locations' forecasts roll up to one work-file record per
*> item on the control break, as the open POs do.
450-WRITE-FCST-WORK.
    OPEN OUTPUT FCST-WORK-FILE
    PERFORM UNTIL FCST-SORT-EOF
        RETURN FCST-SORT-FILE
            AT END
                SET FCST-SORT-EOF TO TRUE
            NOT AT END
                PERFORM 460-ACCUMULATE-FCST
        END-RETURN
    END-PERFORM
    IF HAVE-FCST
        PERFORM 470-WRITE-FCST-RECORD
    END-IF
    CLOSE FCST-WORK-FILE.

460-ACCUMULATE-FCST.
    IF NO-FCST-YET
        SET HAVE-FCST TO TRUE
        MOVE FS-ITEM-ID TO LAST-FCST-ITEM
        MOVE 0 TO FCST-ACCUM-QTY
    ELSE
        IF FS-ITEM-ID NOT = LAST-FCST-ITEM
            PERFORM 470-WRITE-FCST-RECORD
            MOVE FS-ITEM-ID TO LAST-FCST-ITEM
            MOVE 0 TO FCST-ACCUM-QTY
        END-IF
    END-IF
    ADD FS-FORECAST-QTY TO FCST-ACCUM-QTY.

470-WRITE-FCST-RECORD.
    MOVE LAST-FCST-ITEM TO FW-ITEM-ID
    MOVE FCST-ACCUM-QTY TO FW-FORECAST-QTY
    WRITE FCST-WORK-RECORD.

500-LOAD-REORDER-PARAMS.
    OPEN INPUT REORDER-PARAMS-FILE
    IF PARAMS-FILE-STATUS NOT = '00'
            SET OPO-FILE-DONE TO TRUE
    END-READ.

870-READ-NEXT-FCST.
    READ FCST-WORK-FILE
        AT END
            SET FCST-FILE-DONE TO TRUE
    END-READ.

*> Optional, like OPEN_POS.DAT: no file means no residual location
*> shortfall to buy for.
900-OPEN-SHORTFALL-FILE.
    OPEN INPUT SHORTFALL-FILE
    IF SHORTFALL-FILE-STATUS = '35'
        SET SHORTFALL-FILE-DONE TO TRUE
    ELSE
        IF SHORTFALL-FILE-STATUS NOT = '00'
            DISPLAY "REPLENISH_SHORTFALL.DAT COULD NOT BE OPENED - STATUS " SHORTFALL-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM 950-READ-NEXT-SHORTFALL
    END-IF.

950-READ-NEXT-SHORTFALL.
    READ SHORTFALL-FILE INTO SHORTFALL-TEMP-RECORD
        AT END
            SET SHORTFALL-FILE-DONE TO TRUE
        NOT AT END
            MOVE SPACES TO RAW-SF-ITEM-ID RAW-SF-QTY
            MOVE 0 TO RAW-SF-QTY-LEN
            UNSTRING SHORTFALL-TEMP-RECORD DELIMITED BY ALL SPACES
                INTO RAW-SF-ITEM-ID, RAW-SF-QTY COUNT IN RAW-SF-QTY-LEN
            IF RAW-SF-ITEM-ID (1:5) IS NOT NUMERIC
                OR RAW-SF-QTY-LEN = 0 OR RAW-SF-QTY-LEN > 6
                DISPLAY "REPLENISH_SHORTFALL.DAT UNREADABLE - RUN ABANDONED"
                DISPLAY "RECORD: " SHORTFALL-TEMP-RECORD
                STOP RUN
            END-IF
            IF RAW-SF-QTY (1:RAW-SF-QTY-LEN) IS NOT NUMERIC
                DISPLAY "REPLENISH_SHORTFALL.DAT UNREADABLE - RUN ABANDONED"
                DISPLAY "RECORD: " SHORTFALL-TEMP-RECORD
                STOP RUN
            END-IF
            MOVE RAW-SF-ITEM-ID (1:5) TO SF-ITEM-ID
            MOVE RAW-SF-QTY (1:RAW-SF-QTY-LEN) TO SF-RESIDUAL-QTY
    END-READ.

1000-ACCUMULATE-TOTALS.
    OPEN INPUT UPDATED-INVENTORY-FILE
    PERFORM UNTIL EOF
    PERFORM UNTIL OPO-FILE-DONE OR OW-ITEM-ID >= CURRENT-ITEM-ID
        PERFORM 850-READ-NEXT-OPO
    END-PERFORM
    PERFORM UNTIL SHORTFALL-FILE-DONE OR SF-ITEM-ID >= CURRENT-ITEM-ID
        PERFORM 950-READ-NEXT-SHORTFALL
    END-PERFORM
    PERFORM UNTIL FCST-FILE-DONE OR FW-ITEM-ID >= CURRENT-ITEM-ID
        PERFORM 870-READ-NEXT-FCST
    END-PERFORM
    MOVE 0 TO ITEM-FORECAST-QTY
    IF FCST-FILE-NOT-DONE AND FW-ITEM-ID = CURRENT-ITEM-ID
        MOVE FW-FORECAST-QTY TO ITEM-FORECAST-QTY
    END-IF
    MOVE 0 TO ITEM-RESIDUAL-QTY
    IF SHORTFALL-FILE-NOT-DONE AND SF-ITEM-ID = CURRENT-ITEM-ID
        MOVE SF-RESIDUAL-QTY TO ITEM-RESIDUAL-QTY
    END-IF
    MOVE 0 TO ITEM-OPEN-PO-QTY
    IF OPO-FILE-NOT-DONE AND OW-ITEM-ID = CURRENT-ITEM-ID
        MOVE OW-OPEN-QTY TO ITEM-OPEN-PO-QTY

*> The reorder test runs against the effective position - on hand
*> plus open PO quantity - so stock already ordered is never
*> suggested a second time while it is on the water. The open POs
*> count against the residual location shortfall the same way. The
*> point tested is the reorder point or the month's forecast demand,
*> whichever is higher.
2100-WRITE-EXTRACT-RECORD.
    MOVE CURRENT-ITEM-ID TO PE-ITEM-CODE
    MOVE CURRENT-ITEM-NAME TO PE-DESCRIPTION
    MOVE ITEM-TOTAL-QUANTITY TO PE-ON-HAND-QTY
    MOVE PW-VENDOR-CODE TO PE-VENDOR-CODE
    COMPUTE EFFECTIVE-POSITION = ITEM-TOTAL-QUANTITY + ITEM-OPEN-PO-QTY
    MOVE PW-REORDER-POINT TO REORDER-LEVEL
    IF ITEM-FORECAST-QTY > REORDER-LEVEL
        MOVE ITEM-FORECAST-QTY TO REORDER-LEVEL
    END-IF
    MOVE 0 TO NEEDED-QTY
    IF EFFECTIVE-POSITION < REORDER-LEVEL
        COMPUTE NEEDED-QTY = REORDER-LEVEL - EFFECTIVE-POSITION + 1
    END-IF
    IF ITEM-RESIDUAL-QTY > ITEM-OPEN-PO-QTY
        COMPUTE RESIDUAL-NEED-QTY = ITEM-RESIDUAL-QTY - ITEM-OPEN-PO-QTY
        IF RESIDUAL-NEED-QTY > NEEDED-QTY
            MOVE RESIDUAL-NEED-QTY TO NEEDED-QTY
        END-IF
    END-IF
    IF NEEDED-QTY > 0
        MOVE 'Y' TO PE-REORDER-FLAG
        PERFORM 2200-COMPUTE-SUGGESTED-QTY
    ELSE
    WRITE PURCHASING-EXTRACT-RECORD.

*> The suggested order is the smallest multiple of the standard
*> reorder quantity that covers the need - lifting the effective
*> position strictly above the reorder level, or the residual
*> location shortfall, whichever is larger.
2200-COMPUTE-SUGGESTED-QTY.
    DIVIDE NEEDED-QTY BY PW-STD-QTY
        GIVING ORDER-MULTIPLES REMAINDER ORDER-REMAINDER
    IF ORDER-REMAINDER > 0
