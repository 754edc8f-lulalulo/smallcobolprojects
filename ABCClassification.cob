IDENTIFICATION DIVISION.
PROGRAM-ID. ABCClassification.

*> Decides which items deserve counting attention. Every ITEM-ID on
*> the indexed INVENTORY.DAT is ranked by annual usage value: the
*> issue quantities (negative deltas, transfers, returns to vendor
*> and kit break-downs excluded - stock moved between warehouses,
*> sent back to its supplier or taken apart into its components
*> has not been used; components consumed by a kit build have)
*> found in the live AUDIT.DAT and in the dated AUDIT_20yymm.DAT
*> archives of the eleven months before the current one, each
*> priced at the UNIT-PRICE of the item/location it left. Items
*> are classed on the cumulative share of total usage value,
*> highest first: A while the running share before the item is
*> under the A cut-off, B while under the B cut-off, C after that
*> - and an item with no usage at all is always C. The cut-offs
*> come from ABC_PARAMS.DAT (A-PERCENT B-PERCENT on one line, e.g.
*> 080 095); without it 80 and 95 apply.
*> ABC_PARETO_REPORT.DAT lists the ranking with each item's share and
*> the running share, then a summary per class. ABC_CLASS.DAT
*> (ITEM-ID CLASS USAGE-VALUE RANK, in ITEM-ID order) carries the
*> result to CountSheetGeneration.
*> Three sort passes do the work, so no table caps how many items can
*> be ranked: usage and prices are matched on item/location and rolled
*> up per item to ABC_USAGE_WORK.DAT, that is ranked by value to
*> produce the report and ABC_RANKED_WORK.DAT, and the ranked file is
*> put back into item order as ABC_CLASS.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-FILE-STATUS.
    SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ITEM-KEY
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT ABC-PARAMS-FILE ASSIGN TO 'ABC_PARAMS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ABC-PARAMS-STATUS.
    SELECT USAGE-WORK-FILE ASSIGN TO 'ABC_USAGE_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RANKED-WORK-FILE ASSIGN TO 'ABC_RANKED_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ABC-CLASS-FILE ASSIGN TO 'ABC_CLASS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PARETO-REPORT-FILE ASSIGN TO 'ABC_PARETO_REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT USAGE-SORT-FILE ASSIGN TO 'SORTWORK1'.
    SELECT RANK-SORT-FILE ASSIGN TO 'SORTWORK2'.
    SELECT CLASS-SORT-FILE ASSIGN TO 'SORTWORK3'.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
01 AUDIT-RECORD PIC X(80).

FD ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(80).

FD INVENTORY-FILE.
01 INVENTORY-RECORD.
    COPY INVFIELDS.

FD ABC-PARAMS-FILE.
01 ABC-PARAMS-RECORD PIC X(20).

FD USAGE-WORK-FILE.
01 USAGE-WORK-RECORD.
    05 UW-ITEM-ID PIC 9(5).
    05 UW-ITEM-NAME PIC X(15).
    05 UW-USAGE-QTY PIC 9(7).
    05 UW-USAGE-VALUE PIC 9(9)V99.

FD RANKED-WORK-FILE.
01 RANKED-WORK-RECORD PIC X(40).

FD ABC-CLASS-FILE.
01 ABC-CLASS-RECORD PIC X(40).

FD PARETO-REPORT-FILE.
01 PARETO-REPORT-RECORD PIC X(90).

SD USAGE-SORT-FILE.
01 USAGE-SORT-RECORD.
    05 US-ITEM-ID PIC 9(5).
    05 US-LOCATION-CODE PIC X(3).
    05 US-KIND PIC X.
       88 US-PRICE-RECORD VALUE 'P'.
       88 US-ISSUE-RECORD VALUE 'U'.
    05 US-ITEM-NAME PIC X(15).
    05 US-QTY PIC 9(4).
    05 US-UNIT-PRICE PIC 9(5)V99.

SD RANK-SORT-FILE.
01 RANK-SORT-RECORD.
    05 RK-ITEM-ID PIC 9(5).
    05 RK-ITEM-NAME PIC X(15).
    05 RK-USAGE-QTY PIC 9(7).
    05 RK-USAGE-VALUE PIC 9(9)V99.

SD CLASS-SORT-FILE.
01 CLASS-SORT-RECORD.
    05 CS-ITEM-ID PIC 9(5).
    05 CS-REST PIC X(35).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 ARCHIVE-EOF-FLAG PIC X.
   88 ARCHIVE-EOF VALUE 'Y'.
   88 ARCHIVE-NOT-EOF VALUE 'N'.
01 INVENTORY-EOF-FLAG PIC X VALUE 'N'.
   88 INVENTORY-EOF VALUE 'Y'.
   88 INVENTORY-NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(80).
01 AUDIT-FILE-STATUS PIC X(2).
01 ARCHIVE-FILE-STATUS PIC X(2).
01 ARCHIVE-FILE-NAME PIC X(30).
01 INVENTORY-FILE-STATUS PIC X(2).
01 ABC-PARAMS-STATUS PIC X(2).

01 ARCHIVE-MONTHS PIC 9(2) VALUE 11.
01 MONTHS-BACK PIC 9(2).
01 RUN-DATE PIC 9(6).
01 SCAN-YY PIC 9(2).
01 SCAN-MM PIC 9(2).
01 SCAN-MONTH PIC X(4).

01 A-CUTOFF-PCT PIC 9(3) VALUE 80.
01 B-CUTOFF-PCT PIC 9(3) VALUE 95.
01 RAW-A-CUTOFF PIC X(10).
01 RAW-A-CUTOFF-LEN PIC 9(2) COMP.
01 RAW-B-CUTOFF PIC X(10).
01 RAW-B-CUTOFF-LEN PIC 9(2) COMP.
01 PARAM-FIELD-COUNT PIC 9(2) COMP.

01 AUD-ITEM-ID-STG PIC X(15).
01 AUD-ITEM-ID-LEN PIC 9(2) COMP.
01 AUD-LOCATION-STG PIC X(15).
01 AUD-LOCATION-LEN PIC 9(2) COMP.
01 AUD-OLD-QTY-STG PIC X(15).
01 AUD-OLD-QTY-LEN PIC 9(2) COMP.
01 AUD-DELTA-STG PIC X(15).
01 AUD-DELTA-LEN PIC 9(2) COMP.
01 AUD-NEW-QTY-STG PIC X(15).
01 AUD-NEW-QTY-LEN PIC 9(2) COMP.
01 AUD-STAMP-STG PIC X(15).
01 AUD-STAMP-LEN PIC 9(2) COMP.
01 AUD-OVERFLOW PIC X(30).
01 AUD-FIELD-COUNT PIC 9(2) COMP.
01 AUD-ITEM-ID PIC 9(5).
01 AUD-LOCATION-CODE PIC X(3).
01 AUD-DELTA PIC S9(4) SIGN LEADING SEPARATE.
01 AUD-RECORD-USABLE-SW PIC X.
   88 AUD-RECORD-USABLE VALUE 'Y'.
   88 AUD-RECORD-UNUSABLE VALUE 'N'.

01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-ITEM-ID PIC 9(5).
01 CURRENT-LOCATION PIC X(3).
01 CURRENT-ITEM-NAME PIC X(15).
01 CURRENT-UNIT-PRICE PIC 9(5)V99.
01 ITEM-ON-FILE-SW PIC X.
   88 ITEM-ON-FILE VALUE 'Y'.
   88 ITEM-NOT-ON-FILE VALUE 'N'.
01 ITEM-USAGE-QTY PIC 9(7).
01 ITEM-USAGE-VALUE PIC 9(9)V99.
01 GRAND-USAGE-VALUE PIC 9(11)V99 VALUE 0.
01 ITEMS-RANKED PIC 9(6) VALUE 0.

01 RANK-NUMBER PIC 9(6) VALUE 0.
01 CUMULATIVE-VALUE PIC 9(11)V99 VALUE 0.
01 SHARE-BEFORE-PCT PIC 9(3)V9(4).
01 ITEM-PCT PIC 9(3)V9.
01 CUMULATIVE-PCT PIC 9(3)V9.
01 ITEM-PCT-DISPLAY PIC 9(3).9.
01 CUMULATIVE-PCT-DISPLAY PIC 9(3).9.
01 ITEM-CLASS PIC X.
01 CLASS-TOTAL-TABLE.
   05 CLASS-TOTAL-ENTRY OCCURS 3 TIMES INDEXED BY CLASS-IDX.
      10 CT-CLASS PIC X.
      10 CT-ITEMS PIC 9(6).
      10 CT-VALUE PIC 9(11)V99.
01 CLASS-ITEM-PCT PIC 9(3)V9.
01 CLASS-VALUE-PCT PIC 9(3)V9.

PROCEDURE DIVISION.
000-MAIN.
    PERFORM 100-LOAD-CUTOFFS
    MOVE 'A' TO CT-CLASS (1)
    MOVE 'B' TO CT-CLASS (2)
    MOVE 'C' TO CT-CLASS (3)
    PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
        MOVE 0 TO CT-ITEMS (CLASS-IDX) CT-VALUE (CLASS-IDX)
    END-PERFORM
    OPEN OUTPUT USAGE-WORK-FILE
    SORT USAGE-SORT-FILE
        ON ASCENDING KEY US-ITEM-ID US-LOCATION-CODE US-KIND
        INPUT PROCEDURE IS 1000-COLLECT-USAGE
        OUTPUT PROCEDURE IS 2000-ROLL-UP-USAGE
    CLOSE USAGE-WORK-FILE
    OPEN OUTPUT PARETO-REPORT-FILE
         OUTPUT RANKED-WORK-FILE
    PERFORM 3000-WRITE-HEADINGS
    SORT RANK-SORT-FILE
        ON DESCENDING KEY RK-USAGE-VALUE
        ON ASCENDING KEY RK-ITEM-ID
        USING USAGE-WORK-FILE
        OUTPUT PROCEDURE IS 3100-CLASSIFY-RANKED-ITEMS
    PERFORM 3400-WRITE-CLASS-SUMMARY
    CLOSE PARETO-REPORT-FILE
          RANKED-WORK-FILE
    SORT CLASS-SORT-FILE
        ON ASCENDING KEY CS-ITEM-ID
        USING RANKED-WORK-FILE
        GIVING ABC-CLASS-FILE
    DISPLAY "ITEMS RANKED " ITEMS-RANKED " TOTAL USAGE VALUE " GRAND-USAGE-VALUE
    DISPLAY "CLASS A " CT-ITEMS (1) " B " CT-ITEMS (2) " C " CT-ITEMS (3)
    STOP RUN.

*> Optional: without ABC_PARAMS.DAT the usual 80/95 split applies.
*> A file that is present but wrong abandons the run rather than
*> classify every item on a guess.
100-LOAD-CUTOFFS.
    OPEN INPUT ABC-PARAMS-FILE
    IF ABC-PARAMS-STATUS = '35'
        CONTINUE
    ELSE
        IF ABC-PARAMS-STATUS NOT = '00'
            DISPLAY "ABC_PARAMS.DAT COULD NOT BE OPENED - STATUS " ABC-PARAMS-STATUS
            STOP RUN
        END-IF
        READ ABC-PARAMS-FILE INTO TEMP-RECORD
            AT END
                MOVE SPACES TO TEMP-RECORD
        END-READ
        CLOSE ABC-PARAMS-FILE
        MOVE SPACES TO RAW-A-CUTOFF RAW-B-CUTOFF
        MOVE 0 TO PARAM-FIELD-COUNT RAW-A-CUTOFF-LEN RAW-B-CUTOFF-LEN
        UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
            INTO RAW-A-CUTOFF COUNT IN RAW-A-CUTOFF-LEN,
                 RAW-B-CUTOFF COUNT IN RAW-B-CUTOFF-LEN
            TALLYING IN PARAM-FIELD-COUNT
        IF PARAM-FIELD-COUNT NOT = 2
            OR RAW-A-CUTOFF-LEN = 0 OR RAW-A-CUTOFF-LEN > 3
            OR RAW-B-CUTOFF-LEN = 0 OR RAW-B-CUTOFF-LEN > 3
            DISPLAY "ABC_PARAMS.DAT UNREADABLE - RUN ABANDONED"
            STOP RUN
        END-IF
        IF RAW-A-CUTOFF (1:RAW-A-CUTOFF-LEN) IS NOT NUMERIC
            OR RAW-B-CUTOFF (1:RAW-B-CUTOFF-LEN) IS NOT NUMERIC
            DISPLAY "ABC_PARAMS.DAT UNREADABLE - RUN ABANDONED"
            STOP RUN
        END-IF
        MOVE RAW-A-CUTOFF (1:RAW-A-CUTOFF-LEN) TO A-CUTOFF-PCT
        MOVE RAW-B-CUTOFF (1:RAW-B-CUTOFF-LEN) TO B-CUTOFF-PCT
        IF A-CUTOFF-PCT = 0 OR A-CUTOFF-PCT >= B-CUTOFF-PCT
            OR B-CUTOFF-PCT > 100
            DISPLAY "ABC_PARAMS.DAT CUT-OFFS MUST RISE FROM A TO B AND NOT EXCEED 100 - RUN ABANDONED"
            STOP RUN
        END-IF
    END-IF.

*> One price record per item/location on file, then every issue in
*> the year's history; the price record sorts ahead of the issues
*> for its key.
1000-COLLECT-USAGE.
    PERFORM 1100-RELEASE-PRICES
    PERFORM 1750-SCAN-ARCHIVES
    PERFORM 1780-SCAN-LIVE-AUDIT.

1100-RELEASE-PRICES.
    OPEN INPUT INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL INVENTORY-EOF
        READ INVENTORY-FILE NEXT RECORD
            AT END
                SET INVENTORY-EOF TO TRUE
            NOT AT END
                MOVE ITEM-ID TO US-ITEM-ID
                MOVE LOCATION-CODE TO US-LOCATION-CODE
                SET US-PRICE-RECORD TO TRUE
                MOVE ITEM-NAME TO US-ITEM-NAME
                MOVE 0 TO US-QTY
                MOVE UNIT-PRICE TO US-UNIT-PRICE
                RELEASE USAGE-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE INVENTORY-FILE.

*> The current month is never archived, so the walk starts one
*> month back from the run date - the same walk StockoutAnalysis
*> makes - and the live trail supplies the current month.
1750-SCAN-ARCHIVES.
    ACCEPT RUN-DATE FROM DATE
    MOVE RUN-DATE (1:2) TO SCAN-YY
    MOVE RUN-DATE (3:2) TO SCAN-MM
    PERFORM VARYING MONTHS-BACK FROM 1 BY 1
        UNTIL MONTHS-BACK > ARCHIVE-MONTHS
        IF SCAN-MM = 1
            MOVE 12 TO SCAN-MM
            SUBTRACT 1 FROM SCAN-YY
        ELSE
            SUBTRACT 1 FROM SCAN-MM
        END-IF
    END-PERFORM
    PERFORM VARYING MONTHS-BACK FROM 1 BY 1
        UNTIL MONTHS-BACK > ARCHIVE-MONTHS
        MOVE SCAN-YY TO SCAN-MONTH (1:2)
        MOVE SCAN-MM TO SCAN-MONTH (3:2)
        PERFORM 1760-SCAN-ONE-ARCHIVE
        ADD 1 TO SCAN-MM
        IF SCAN-MM > 12
            MOVE 1 TO SCAN-MM
            ADD 1 TO SCAN-YY
        END-IF
    END-PERFORM.

*> A missing archive contributes nothing - some months simply see
*> no movement.
1760-SCAN-ONE-ARCHIVE.
    MOVE SPACES TO ARCHIVE-FILE-NAME
    STRING "AUDIT_20" SCAN-MONTH ".DAT"
        DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
    SET ARCHIVE-NOT-EOF TO TRUE
    OPEN INPUT ARCHIVE-FILE
    IF ARCHIVE-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF ARCHIVE-FILE-STATUS NOT = '00'
            DISPLAY ARCHIVE-FILE-NAME " COULD NOT BE OPENED - STATUS " ARCHIVE-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL ARCHIVE-EOF
            READ ARCHIVE-FILE INTO TEMP-RECORD
                AT END
                    SET ARCHIVE-EOF TO TRUE
                NOT AT END
                    PERFORM 1790-HANDLE-AUDIT-RECORD
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF.

1780-SCAN-LIVE-AUDIT.
    OPEN INPUT AUDIT-FILE
    IF AUDIT-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF AUDIT-FILE-STATUS NOT = '00'
            DISPLAY "AUDIT.DAT COULD NOT BE OPENED - STATUS " AUDIT-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL EOF
            READ AUDIT-FILE INTO TEMP-RECORD
                AT END
                    SET EOF TO TRUE
                NOT AT END
                    PERFORM 1790-HANDLE-AUDIT-RECORD
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

1790-HANDLE-AUDIT-RECORD.
    PERFORM 1800-PARSE-AUDIT-RECORD
    IF AUD-RECORD-USABLE
        AND AUD-DELTA < 0
        AND AUD-OVERFLOW (1:8) NOT = "TRANSFER"
        AND AUD-OVERFLOW (1:4) NOT = "RTV "
        AND AUD-OVERFLOW (1:4) NOT = "BRK "
        MOVE AUD-ITEM-ID TO US-ITEM-ID
        MOVE AUD-LOCATION-CODE TO US-LOCATION-CODE
        SET US-ISSUE-RECORD TO TRUE
        MOVE SPACES TO US-ITEM-NAME
        COMPUTE US-QTY = 0 - AUD-DELTA
        MOVE 0 TO US-UNIT-PRICE
        RELEASE USAGE-SORT-RECORD
    END-IF.

*> Same layout rule as DailyMovementReport: ITEM LOC OLD DELTA NEW
*> DATETIME with an optional trailing annotation, whose first word
*> lands in AUD-OVERFLOW. Only columns 1-72 are read; the operator
*> the line was posted under sits in columns 73-80.
1800-PARSE-AUDIT-RECORD.
    SET AUD-RECORD-USABLE TO TRUE
    MOVE SPACES TO AUD-ITEM-ID-STG AUD-LOCATION-STG AUD-OLD-QTY-STG
                   AUD-DELTA-STG AUD-NEW-QTY-STG AUD-STAMP-STG AUD-OVERFLOW
    MOVE 0 TO AUD-FIELD-COUNT AUD-ITEM-ID-LEN AUD-LOCATION-LEN
              AUD-OLD-QTY-LEN AUD-DELTA-LEN AUD-NEW-QTY-LEN AUD-STAMP-LEN
    UNSTRING TEMP-RECORD (1:72) DELIMITED BY ALL SPACES
        INTO AUD-ITEM-ID-STG COUNT IN AUD-ITEM-ID-LEN,
             AUD-LOCATION-STG COUNT IN AUD-LOCATION-LEN,
             AUD-OLD-QTY-STG COUNT IN AUD-OLD-QTY-LEN,
             AUD-DELTA-STG COUNT IN AUD-DELTA-LEN,
             AUD-NEW-QTY-STG COUNT IN AUD-NEW-QTY-LEN,
             AUD-STAMP-STG COUNT IN AUD-STAMP-LEN,
             AUD-OVERFLOW
        TALLYING IN AUD-FIELD-COUNT
    IF AUD-FIELD-COUNT < 6
        OR AUD-ITEM-ID-LEN NOT = 5 OR AUD-LOCATION-LEN > 3
        OR AUD-OLD-QTY-LEN NOT = 4 OR AUD-DELTA-LEN NOT = 5
        OR AUD-NEW-QTY-LEN NOT = 4 OR AUD-STAMP-LEN NOT = 14
        SET AUD-RECORD-UNUSABLE TO TRUE
    ELSE
        IF AUD-ITEM-ID-STG (1:5) IS NOT NUMERIC
            OR AUD-STAMP-STG (1:14) IS NOT NUMERIC
            OR AUD-DELTA-STG (2:4) IS NOT NUMERIC
            SET AUD-RECORD-UNUSABLE TO TRUE
        ELSE
            IF AUD-DELTA-STG (1:1) NOT = '+' AND AUD-DELTA-STG (1:1) NOT = '-'
                SET AUD-RECORD-UNUSABLE TO TRUE
            ELSE
                MOVE AUD-ITEM-ID-STG (1:5) TO AUD-ITEM-ID
                MOVE AUD-LOCATION-STG (1:3) TO AUD-LOCATION-CODE
                MOVE AUD-DELTA-STG (1:5) TO AUD-DELTA
            END-IF
        END-IF
    END-IF.

*> Issues are priced at their own location's UNIT-PRICE. Usage at a
*> location since removed from file carries no price; an item with
*> no location left on file is not ranked at all.
2000-ROLL-UP-USAGE.
    SET NO-KEY-YET TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN USAGE-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 2100-ACCUMULATE-USAGE
        END-RETURN
    END-PERFORM
    IF HAVE-KEY
        PERFORM 2200-WRITE-ITEM-USAGE
    END-IF.

2100-ACCUMULATE-USAGE.
    IF HAVE-KEY AND US-ITEM-ID NOT = CURRENT-ITEM-ID
        PERFORM 2200-WRITE-ITEM-USAGE
        SET NO-KEY-YET TO TRUE
    END-IF
    IF NO-KEY-YET
        MOVE US-ITEM-ID TO CURRENT-ITEM-ID
        MOVE SPACES TO CURRENT-LOCATION CURRENT-ITEM-NAME
        MOVE 0 TO ITEM-USAGE-QTY ITEM-USAGE-VALUE CURRENT-UNIT-PRICE
        SET ITEM-NOT-ON-FILE TO TRUE
        SET HAVE-KEY TO TRUE
    END-IF
    IF US-LOCATION-CODE NOT = CURRENT-LOCATION
        MOVE US-LOCATION-CODE TO CURRENT-LOCATION
        MOVE 0 TO CURRENT-UNIT-PRICE
    END-IF
    IF US-PRICE-RECORD
        SET ITEM-ON-FILE TO TRUE
        MOVE US-UNIT-PRICE TO CURRENT-UNIT-PRICE
        IF CURRENT-ITEM-NAME = SPACES
            MOVE US-ITEM-NAME TO CURRENT-ITEM-NAME
        END-IF
    ELSE
        ADD US-QTY TO ITEM-USAGE-QTY
        COMPUTE ITEM-USAGE-VALUE = ITEM-USAGE-VALUE
            + US-QTY * CURRENT-UNIT-PRICE
    END-IF.

2200-WRITE-ITEM-USAGE.
    IF ITEM-ON-FILE
        MOVE CURRENT-ITEM-ID TO UW-ITEM-ID
        MOVE CURRENT-ITEM-NAME TO UW-ITEM-NAME
        MOVE ITEM-USAGE-QTY TO UW-USAGE-QTY
        MOVE ITEM-USAGE-VALUE TO UW-USAGE-VALUE
        WRITE USAGE-WORK-RECORD
        ADD ITEM-USAGE-VALUE TO GRAND-USAGE-VALUE
        ADD 1 TO ITEMS-RANKED
    END-IF.

3000-WRITE-HEADINGS.
    MOVE SPACES TO PARETO-REPORT-RECORD
    STRING "ABC CLASSIFICATION BY ANNUAL USAGE VALUE - A UNDER "
        A-CUTOFF-PCT "% B UNDER " B-CUTOFF-PCT "% OF CUMULATIVE VALUE"
        DELIMITED BY SIZE INTO PARETO-REPORT-RECORD
    WRITE PARETO-REPORT-RECORD
    MOVE SPACES TO PARETO-REPORT-RECORD
    STRING "RANK   ITEM-ID ITEM-NAME       USAGE-QTY USAGE-VALUE    "
        "PCT   CUM-PCT CLASS"
        DELIMITED BY SIZE INTO PARETO-REPORT-RECORD
    WRITE PARETO-REPORT-RECORD.

*> The class is decided on the running share before the item is
*> added, so the item that carries the total across a cut-off still
*> belongs to the higher class, and the top item is always A.
3100-CLASSIFY-RANKED-ITEMS.
    SET SORT-NOT-EOF TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN RANK-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 3200-CLASSIFY-ONE-ITEM
        END-RETURN
    END-PERFORM.

3200-CLASSIFY-ONE-ITEM.
    ADD 1 TO RANK-NUMBER
    MOVE 0 TO SHARE-BEFORE-PCT ITEM-PCT
    IF GRAND-USAGE-VALUE > 0
        COMPUTE SHARE-BEFORE-PCT = CUMULATIVE-VALUE * 100 / GRAND-USAGE-VALUE
        COMPUTE ITEM-PCT ROUNDED = RK-USAGE-VALUE * 100 / GRAND-USAGE-VALUE
    END-IF
    IF RK-USAGE-VALUE = 0
        MOVE 'C' TO ITEM-CLASS
    ELSE
        IF SHARE-BEFORE-PCT < A-CUTOFF-PCT
            MOVE 'A' TO ITEM-CLASS
        ELSE
            IF SHARE-BEFORE-PCT < B-CUTOFF-PCT
                MOVE 'B' TO ITEM-CLASS
            ELSE
                MOVE 'C' TO ITEM-CLASS
            END-IF
        END-IF
    END-IF
    ADD RK-USAGE-VALUE TO CUMULATIVE-VALUE
    MOVE 0 TO CUMULATIVE-PCT
    IF GRAND-USAGE-VALUE > 0
        COMPUTE CUMULATIVE-PCT ROUNDED = CUMULATIVE-VALUE * 100 / GRAND-USAGE-VALUE
    END-IF
    SET CLASS-IDX TO 1
    SEARCH CLASS-TOTAL-ENTRY
        WHEN CT-CLASS (CLASS-IDX) = ITEM-CLASS
            ADD 1 TO CT-ITEMS (CLASS-IDX)
            ADD RK-USAGE-VALUE TO CT-VALUE (CLASS-IDX)
    END-SEARCH
    PERFORM 3300-WRITE-RANKED-ITEM.

3300-WRITE-RANKED-ITEM.
    MOVE ITEM-PCT TO ITEM-PCT-DISPLAY
    MOVE CUMULATIVE-PCT TO CUMULATIVE-PCT-DISPLAY
    MOVE SPACES TO PARETO-REPORT-RECORD
    STRING RANK-NUMBER " " RK-ITEM-ID "   " RK-ITEM-NAME " " RK-USAGE-QTY
        "   " RK-USAGE-VALUE " " ITEM-PCT-DISPLAY "  " CUMULATIVE-PCT-DISPLAY
        "   " ITEM-CLASS
        DELIMITED BY SIZE INTO PARETO-REPORT-RECORD
    WRITE PARETO-REPORT-RECORD
    MOVE SPACES TO RANKED-WORK-RECORD
    STRING RK-ITEM-ID " " ITEM-CLASS " " RK-USAGE-VALUE " " RANK-NUMBER
        DELIMITED BY SIZE INTO RANKED-WORK-RECORD
    WRITE RANKED-WORK-RECORD.

3400-WRITE-CLASS-SUMMARY.
    MOVE SPACES TO PARETO-REPORT-RECORD
    WRITE PARETO-REPORT-RECORD
    MOVE SPACES TO PARETO-REPORT-RECORD
    STRING "CLASS ITEMS  PCT-ITEMS USAGE-VALUE      PCT-VALUE"
        DELIMITED BY SIZE INTO PARETO-REPORT-RECORD
    WRITE PARETO-REPORT-RECORD
    PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
        MOVE 0 TO CLASS-ITEM-PCT CLASS-VALUE-PCT
        IF ITEMS-RANKED > 0
            COMPUTE CLASS-ITEM-PCT ROUNDED = CT-ITEMS (CLASS-IDX) * 100 / ITEMS-RANKED
        END-IF
        IF GRAND-USAGE-VALUE > 0
            COMPUTE CLASS-VALUE-PCT ROUNDED = CT-VALUE (CLASS-IDX) * 100 / GRAND-USAGE-VALUE
        END-IF
        MOVE CLASS-ITEM-PCT TO ITEM-PCT-DISPLAY
        MOVE CLASS-VALUE-PCT TO CUMULATIVE-PCT-DISPLAY
        MOVE SPACES TO PARETO-REPORT-RECORD
        STRING CT-CLASS (CLASS-IDX) "     " CT-ITEMS (CLASS-IDX) " "
            ITEM-PCT-DISPLAY "     " CT-VALUE (CLASS-IDX) "  "
            CUMULATIVE-PCT-DISPLAY
            DELIMITED BY SIZE INTO PARETO-REPORT-RECORD
        WRITE PARETO-REPORT-RECORD
    END-PERFORM
    MOVE SPACES TO PARETO-REPORT-RECORD
    STRING "TOTAL " ITEMS-RANKED "           " GRAND-USAGE-VALUE
        DELIMITED BY SIZE INTO PARETO-REPORT-RECORD
    WRITE PARETO-REPORT-RECORD.
