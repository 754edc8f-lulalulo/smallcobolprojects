IDENTIFICATION DIVISION.
PROGRAM-ID. ReturnsReport.

*> Monthly returns analysis, so a run of damaged or faulty goods
*> shows up as a quality problem instead of disappearing into the
*> stock figures. Reads the RETURNS_LOG.DAT lines InventoryManagement
*> writes for every applied return -
*>   TYPE DISP ITEM LOC REASON REFERENCE QTY UNIT-PRICE VENDOR STAMP
*> (TYPE RTN customer return, disposition R restocked, H held for
*> the vendor, S scrapped; TYPE RTV return to vendor, disposition H
*> from held stock, R from sellable stock) - for the requested month
*> (YYMM) and values each at the unit price it was keyed at.
*> RETURNS_REPORT.DAT shows the value returned two ways:
*>   BY REASON  - customer returns split by disposition, and returns
*>                to vendor, per reason code
*>   BY VENDOR  - customer returns charged to the item's vendor, and
*>                what went back to each vendor
*> A return to vendor carries the vendor off its PO line. A customer
*> return has no PO, so it is charged to the vendor REORDER_PARAMS.DAT
*> names for the item; an item with no reorder line reports under
*> *****. The vendor is matched on a sort by item, the result held
*> on RETURNS_WORK.DAT, and that file is sorted once by reason and
*> once by vendor for the control breaks, so no table caps how many
*> reasons or vendors the report can carry. Unreadable log lines are
*> skipped with a console message.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RETURNS-LOG-FILE ASSIGN TO 'RETURNS_LOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RETURNS-LOG-STATUS.
    SELECT REORDER-PARAMS-FILE ASSIGN TO 'REORDER_PARAMS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMS-FILE-STATUS.
    SELECT RETURNS-WORK-FILE ASSIGN TO 'RETURNS_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RETURNS-REPORT-FILE ASSIGN TO 'RETURNS_REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ITEM-SORT-FILE ASSIGN TO 'SORTWORK1'.
    SELECT RETURN-SORT-FILE ASSIGN TO 'SORTWORK2'.

DATA DIVISION.
FILE SECTION.
FD RETURNS-LOG-FILE.
01 RETURNS-LOG-RECORD PIC X(80).

FD REORDER-PARAMS-FILE.
01 REORDER-PARAMS-RECORD PIC X(30).

FD RETURNS-WORK-FILE.
01 RETURNS-WORK-RECORD.
    05 RW-REASON-CODE PIC X(4).
    05 RW-VENDOR-CODE PIC X(5).
    05 RW-TYPE PIC X(3).
    05 RW-DISPOSITION PIC X.
    05 RW-QTY PIC 9(4).
    05 RW-VALUE PIC 9(9)V99.

FD RETURNS-REPORT-FILE.
01 RETURNS-REPORT-RECORD PIC X(100).

SD ITEM-SORT-FILE.
01 ITEM-SORT-RECORD.
    05 IS-ITEM-ID PIC 9(5).
    05 IS-KIND PIC X.
       88 IS-PARAM-LINE VALUE 'P'.
       88 IS-RETURN-LINE VALUE 'R'.
    05 IS-VENDOR-CODE PIC X(5).
    05 IS-REASON-CODE PIC X(4).
    05 IS-TYPE PIC X(3).
    05 IS-DISPOSITION PIC X.
    05 IS-QTY PIC 9(4).
    05 IS-VALUE PIC 9(9)V99.

SD RETURN-SORT-FILE.
01 RETURN-SORT-RECORD.
    05 RS-REASON-CODE PIC X(4).
    05 RS-VENDOR-CODE PIC X(5).
    05 RS-TYPE PIC X(3).
       88 RS-CUSTOMER-RETURN VALUE 'RTN'.
       88 RS-VENDOR-RETURN VALUE 'RTV'.
    05 RS-DISPOSITION PIC X.
       88 RS-RESTOCKED VALUE 'R'.
       88 RS-HELD VALUE 'H'.
       88 RS-SCRAPPED VALUE 'S'.
    05 RS-QTY PIC 9(4).
    05 RS-VALUE PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 LOG-EOF-FLAG PIC X VALUE 'N'.
   88 LOG-EOF VALUE 'Y'.
   88 LOG-NOT-EOF VALUE 'N'.
01 PARAMS-EOF-FLAG PIC X VALUE 'N'.
   88 PARAMS-EOF VALUE 'Y'.
   88 PARAMS-NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 LOG-TEMP-RECORD PIC X(80).
01 PARAMS-TEMP-RECORD PIC X(30).
01 RETURNS-LOG-STATUS PIC X(2).
01 PARAMS-FILE-STATUS PIC X(2).
01 REPORT-MONTH PIC X(4).

01 RAW-LOG-TYPE PIC X(10).
01 RAW-LOG-DISP PIC X(10).
01 RAW-LOG-DISP-LEN PIC 9(2) COMP.
01 RAW-LOG-ITEM-ID PIC X(10).
01 RAW-LOG-ITEM-LEN PIC 9(2) COMP.
01 RAW-LOG-LOCATION PIC X(10).
01 RAW-LOG-REASON PIC X(10).
01 RAW-LOG-REASON-LEN PIC 9(2) COMP.
01 RAW-LOG-REFERENCE PIC X(10).
01 RAW-LOG-QTY PIC X(10).
01 RAW-LOG-QTY-LEN PIC 9(2) COMP.
01 RAW-LOG-PRICE PIC X(10).
01 RAW-LOG-PRICE-LEN PIC 9(2) COMP.
01 RAW-LOG-VENDOR PIC X(10).
01 RAW-LOG-VENDOR-LEN PIC 9(2) COMP.
01 RAW-LOG-STAMP PIC X(15).
01 RAW-LOG-STAMP-LEN PIC 9(2) COMP.
01 RAW-LOG-OVERFLOW PIC X(10).
01 LOG-FIELD-COUNT PIC 9(2) COMP.
01 LOG-PRICE-DIGITS PIC 9(7).
01 LOG-PRICE REDEFINES LOG-PRICE-DIGITS PIC 9(5)V99.
01 LOG-QTY PIC 9(4).

01 RAW-PARAM-ITEM-ID PIC X(10).
01 RAW-PARAM-ITEM-LEN PIC 9(2) COMP.
01 RAW-PARAM-POINT PIC X(10).
01 RAW-PARAM-STD-QTY PIC X(10).
01 RAW-PARAM-VENDOR PIC X(10).
01 RAW-PARAM-VENDOR-LEN PIC 9(2) COMP.
01 RAW-PARAM-OVERFLOW PIC X(10).
01 PARAM-FIELD-COUNT PIC 9(2) COMP.

01 HAVE-PARAM-SW PIC X VALUE 'N'.
   88 HAVE-PARAM VALUE 'Y'.
   88 NO-PARAM-YET VALUE 'N'.
01 PARAM-ITEM-ID PIC 9(5).
01 PARAM-VENDOR-CODE PIC X(5).

01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-REASON PIC X(4).
01 CURRENT-VENDOR PIC X(5).
01 GROUP-RTN-QTY PIC 9(6).
01 GROUP-RESTOCK-VALUE PIC 9(9)V99.
01 GROUP-HELD-VALUE PIC 9(9)V99.
01 GROUP-SCRAP-VALUE PIC 9(9)V99.
01 GROUP-RTN-VALUE PIC 9(9)V99.
01 GROUP-RTV-QTY PIC 9(6).
01 GROUP-RTV-VALUE PIC 9(9)V99.
01 TOTAL-RTN-QTY PIC 9(7).
01 TOTAL-RESTOCK-VALUE PIC 9(10)V99.
01 TOTAL-HELD-VALUE PIC 9(10)V99.
01 TOTAL-SCRAP-VALUE PIC 9(10)V99.
01 TOTAL-RTN-VALUE PIC 9(10)V99.
01 TOTAL-RTV-QTY PIC 9(7).
01 TOTAL-RTV-VALUE PIC 9(10)V99.

01 QTY-DISPLAY PIC ZZZZZZ9.
01 TOTAL-QTY-DISPLAY PIC ZZZZZZ9.
01 VALUE-DISPLAY-1 PIC ZZZZZZZZ9.99.
01 VALUE-DISPLAY-2 PIC ZZZZZZZZ9.99.
01 VALUE-DISPLAY-3 PIC ZZZZZZZZ9.99.
01 VALUE-DISPLAY-4 PIC ZZZZZZZZ9.99.
01 VALUE-DISPLAY-5 PIC ZZZZZZZZ9.99.
01 RTV-QTY-DISPLAY PIC ZZZZZZ9.
01 TOTAL-RTV-QTY-DISPLAY PIC ZZZZZZZ9.
01 TOTAL-VALUE-DISPLAY-1 PIC ZZZZZZZZZ9.99.
01 TOTAL-VALUE-DISPLAY-2 PIC ZZZZZZZZZ9.99.
01 TOTAL-VALUE-DISPLAY-3 PIC ZZZZZZZZZ9.99.
01 TOTAL-VALUE-DISPLAY-4 PIC ZZZZZZZZZ9.99.
01 TOTAL-VALUE-DISPLAY-5 PIC ZZZZZZZZZ9.99.

01 LOG-LINES-READ PIC 9(6) COMP VALUE 0.
01 LOG-LINES-SKIPPED PIC 9(6) COMP VALUE 0.
01 RETURNS-REPORTED PIC 9(6) COMP VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    DISPLAY "Enter report month (YYMM): " WITH NO ADVANCING
    ACCEPT REPORT-MONTH
    IF REPORT-MONTH (1:4) IS NOT NUMERIC
        DISPLAY "REPORT MONTH MUST BE FOUR DIGITS (YYMM)"
        STOP RUN
    END-IF
    OPEN OUTPUT RETURNS-WORK-FILE
    SORT ITEM-SORT-FILE
        ON ASCENDING KEY IS-ITEM-ID IS-KIND
        INPUT PROCEDURE IS 1000-RELEASE-RETURNS
        OUTPUT PROCEDURE IS 2000-CHARGE-VENDORS
    CLOSE RETURNS-WORK-FILE
    OPEN OUTPUT RETURNS-REPORT-FILE
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING "RETURNS ANALYSIS FOR 20" REPORT-MONTH
        DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    SORT RETURN-SORT-FILE
        ON ASCENDING KEY RS-REASON-CODE
        USING RETURNS-WORK-FILE
        OUTPUT PROCEDURE IS 3000-WRITE-REASON-SECTION
    SORT RETURN-SORT-FILE
        ON ASCENDING KEY RS-VENDOR-CODE
        USING RETURNS-WORK-FILE
        OUTPUT PROCEDURE IS 4000-WRITE-VENDOR-SECTION
    CLOSE RETURNS-REPORT-FILE
    DISPLAY "RETURNS LOG LINES READ " LOG-LINES-READ
        " SKIPPED LINES " LOG-LINES-SKIPPED
    DISPLAY "RETURNS REPORTED " RETURNS-REPORTED
    STOP RUN.

1000-RELEASE-RETURNS.
    PERFORM 1100-READ-RETURNS-LOG
    PERFORM 1500-READ-REORDER-PARAMS.

*> No log yet just means nothing has ever been returned.
1100-READ-RETURNS-LOG.
    OPEN INPUT RETURNS-LOG-FILE
    IF RETURNS-LOG-STATUS = '35'
        CONTINUE
    ELSE
        IF RETURNS-LOG-STATUS NOT = '00'
            DISPLAY "RETURNS_LOG.DAT COULD NOT BE OPENED - STATUS " RETURNS-LOG-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL LOG-EOF
            READ RETURNS-LOG-FILE INTO LOG-TEMP-RECORD
                AT END
                    SET LOG-EOF TO TRUE
                NOT AT END
                    ADD 1 TO LOG-LINES-READ
                    PERFORM 1200-RELEASE-RETURN-LINE
            END-READ
        END-PERFORM
        CLOSE RETURNS-LOG-FILE
    END-IF.

1200-RELEASE-RETURN-LINE.
    MOVE SPACES TO RAW-LOG-TYPE RAW-LOG-DISP RAW-LOG-ITEM-ID RAW-LOG-LOCATION
                   RAW-LOG-REASON RAW-LOG-REFERENCE RAW-LOG-QTY RAW-LOG-PRICE
                   RAW-LOG-VENDOR RAW-LOG-STAMP RAW-LOG-OVERFLOW
    MOVE 0 TO LOG-FIELD-COUNT RAW-LOG-DISP-LEN RAW-LOG-ITEM-LEN
              RAW-LOG-REASON-LEN RAW-LOG-QTY-LEN RAW-LOG-PRICE-LEN
              RAW-LOG-VENDOR-LEN RAW-LOG-STAMP-LEN
    UNSTRING LOG-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-LOG-TYPE,
             RAW-LOG-DISP COUNT IN RAW-LOG-DISP-LEN,
             RAW-LOG-ITEM-ID COUNT IN RAW-LOG-ITEM-LEN,
             RAW-LOG-LOCATION,
             RAW-LOG-REASON COUNT IN RAW-LOG-REASON-LEN,
             RAW-LOG-REFERENCE,
             RAW-LOG-QTY COUNT IN RAW-LOG-QTY-LEN,
             RAW-LOG-PRICE COUNT IN RAW-LOG-PRICE-LEN,
             RAW-LOG-VENDOR COUNT IN RAW-LOG-VENDOR-LEN,
             RAW-LOG-STAMP COUNT IN RAW-LOG-STAMP-LEN,
             RAW-LOG-OVERFLOW
        TALLYING IN LOG-FIELD-COUNT
    IF LOG-FIELD-COUNT NOT = 10
        OR (RAW-LOG-TYPE NOT = "RTN" AND RAW-LOG-TYPE NOT = "RTV")
        OR RAW-LOG-DISP-LEN NOT = 1 OR RAW-LOG-ITEM-LEN NOT = 5
        OR RAW-LOG-REASON-LEN > 4 OR RAW-LOG-QTY-LEN NOT = 4
        OR RAW-LOG-PRICE-LEN NOT = 7 OR RAW-LOG-VENDOR-LEN NOT = 5
        OR RAW-LOG-STAMP-LEN NOT = 14
        ADD 1 TO LOG-LINES-SKIPPED
        DISPLAY "RETURNS_LOG.DAT LINE SKIPPED: " LOG-TEMP-RECORD
    ELSE
        IF RAW-LOG-ITEM-ID (1:5) IS NOT NUMERIC
            OR RAW-LOG-QTY (1:4) IS NOT NUMERIC
            OR RAW-LOG-PRICE (1:7) IS NOT NUMERIC
            OR RAW-LOG-STAMP (1:14) IS NOT NUMERIC
            ADD 1 TO LOG-LINES-SKIPPED
            DISPLAY "RETURNS_LOG.DAT LINE SKIPPED: " LOG-TEMP-RECORD
        ELSE
            IF RAW-LOG-STAMP (1:4) = REPORT-MONTH
                MOVE SPACES TO ITEM-SORT-RECORD
                MOVE RAW-LOG-ITEM-ID (1:5) TO IS-ITEM-ID
                SET IS-RETURN-LINE TO TRUE
                MOVE RAW-LOG-VENDOR (1:5) TO IS-VENDOR-CODE
                MOVE RAW-LOG-REASON (1:4) TO IS-REASON-CODE
                MOVE RAW-LOG-TYPE (1:3) TO IS-TYPE
                MOVE RAW-LOG-DISP (1:1) TO IS-DISPOSITION
                MOVE RAW-LOG-QTY (1:4) TO LOG-QTY
                MOVE LOG-QTY TO IS-QTY
                MOVE RAW-LOG-PRICE (1:7) TO LOG-PRICE-DIGITS
                COMPUTE IS-VALUE = LOG-QTY * LOG-PRICE
                RELEASE ITEM-SORT-RECORD
            END-IF
        END-IF
    END-IF.

*> ITEM-ID REORDER-POINT STD-REORDER-QTY VENDOR-CODE - only the
*> vendor is wanted here. Without the file every customer return
*> reports under *****.
1500-READ-REORDER-PARAMS.
    OPEN INPUT REORDER-PARAMS-FILE
    IF PARAMS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF PARAMS-FILE-STATUS NOT = '00'
            DISPLAY "REORDER_PARAMS.DAT COULD NOT BE OPENED - STATUS " PARAMS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL PARAMS-EOF
            READ REORDER-PARAMS-FILE INTO PARAMS-TEMP-RECORD
                AT END
                    SET PARAMS-EOF TO TRUE
                NOT AT END
                    PERFORM 1600-RELEASE-PARAM-LINE
            END-READ
        END-PERFORM
        CLOSE REORDER-PARAMS-FILE
    END-IF.

1600-RELEASE-PARAM-LINE.
    MOVE SPACES TO RAW-PARAM-ITEM-ID RAW-PARAM-POINT RAW-PARAM-STD-QTY
                   RAW-PARAM-VENDOR RAW-PARAM-OVERFLOW
    MOVE 0 TO PARAM-FIELD-COUNT RAW-PARAM-ITEM-LEN RAW-PARAM-VENDOR-LEN
    UNSTRING PARAMS-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-PARAM-ITEM-ID COUNT IN RAW-PARAM-ITEM-LEN,
             RAW-PARAM-POINT, RAW-PARAM-STD-QTY,
             RAW-PARAM-VENDOR COUNT IN RAW-PARAM-VENDOR-LEN,
             RAW-PARAM-OVERFLOW
        TALLYING IN PARAM-FIELD-COUNT
    IF PARAM-FIELD-COUNT = 4
        AND RAW-PARAM-ITEM-LEN = 5 AND RAW-PARAM-VENDOR-LEN <= 5
        AND RAW-PARAM-ITEM-ID (1:5) IS NUMERIC
        MOVE SPACES TO ITEM-SORT-RECORD
        MOVE RAW-PARAM-ITEM-ID (1:5) TO IS-ITEM-ID
        SET IS-PARAM-LINE TO TRUE
        MOVE RAW-PARAM-VENDOR (1:5) TO IS-VENDOR-CODE
        MOVE 0 TO IS-QTY IS-VALUE
        RELEASE ITEM-SORT-RECORD
    END-IF.

*> Each item's reorder line sorts ahead of its returns, so a
*> customer return picks up the vendor of the line just seen.
2000-CHARGE-VENDORS.
    SET NO-PARAM-YET TO TRUE
    SET SORT-NOT-EOF TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN ITEM-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 2100-CHARGE-ONE-RETURN
        END-RETURN
    END-PERFORM.

2100-CHARGE-ONE-RETURN.
    IF IS-PARAM-LINE
        SET HAVE-PARAM TO TRUE
        MOVE IS-ITEM-ID TO PARAM-ITEM-ID
        MOVE IS-VENDOR-CODE TO PARAM-VENDOR-CODE
    ELSE
        MOVE IS-REASON-CODE TO RW-REASON-CODE
        MOVE IS-VENDOR-CODE TO RW-VENDOR-CODE
        IF IS-VENDOR-CODE = "*****"
            AND HAVE-PARAM AND PARAM-ITEM-ID = IS-ITEM-ID
            MOVE PARAM-VENDOR-CODE TO RW-VENDOR-CODE
        END-IF
        MOVE IS-TYPE TO RW-TYPE
        MOVE IS-DISPOSITION TO RW-DISPOSITION
        MOVE IS-QTY TO RW-QTY
        MOVE IS-VALUE TO RW-VALUE
        WRITE RETURNS-WORK-RECORD
        ADD 1 TO RETURNS-REPORTED
    END-IF.

3000-WRITE-REASON-SECTION.
    MOVE SPACES TO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING "BY REASON" DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING "REASON RTN-QTY    RESTOCKED         HELD     SCRAPPED"
        "    RTN-VALUE RTV-QTY    RTV-VALUE"
        DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    PERFORM 5000-CLEAR-TOTALS
    SET NO-KEY-YET TO TRUE
    SET SORT-NOT-EOF TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN RETURN-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                IF HAVE-KEY AND RS-REASON-CODE NOT = CURRENT-REASON
                    PERFORM 3100-WRITE-REASON-LINE
                    SET NO-KEY-YET TO TRUE
                END-IF
                IF NO-KEY-YET
                    MOVE RS-REASON-CODE TO CURRENT-REASON
                    PERFORM 5100-CLEAR-GROUP
                    SET HAVE-KEY TO TRUE
                END-IF
                PERFORM 5200-ACCUMULATE-RETURN
        END-RETURN
    END-PERFORM
    IF HAVE-KEY
        PERFORM 3100-WRITE-REASON-LINE
        PERFORM 5300-WRITE-TOTAL-LINE
    ELSE
        MOVE SPACES TO RETURNS-REPORT-RECORD
        STRING "No returns for this month." DELIMITED BY SIZE
            INTO RETURNS-REPORT-RECORD
        WRITE RETURNS-REPORT-RECORD
    END-IF.

3100-WRITE-REASON-LINE.
    PERFORM 5400-EDIT-GROUP
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING CURRENT-REASON "   " QTY-DISPLAY " " VALUE-DISPLAY-1 " "
        VALUE-DISPLAY-2 " " VALUE-DISPLAY-3 " " VALUE-DISPLAY-4 " "
        RTV-QTY-DISPLAY " " VALUE-DISPLAY-5
        DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD.

*> Customer returns are charged to the vendor so its quality record
*> shows beside what has been sent back to it.
4000-WRITE-VENDOR-SECTION.
    MOVE SPACES TO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING "BY VENDOR" DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING "VENDOR RTN-QTY    RESTOCKED         HELD     SCRAPPED"
        "    RTN-VALUE RTV-QTY    RTV-VALUE"
        DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD
    PERFORM 5000-CLEAR-TOTALS
    SET NO-KEY-YET TO TRUE
    SET SORT-NOT-EOF TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN RETURN-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                IF HAVE-KEY AND RS-VENDOR-CODE NOT = CURRENT-VENDOR
                    PERFORM 4100-WRITE-VENDOR-LINE
                    SET NO-KEY-YET TO TRUE
                END-IF
                IF NO-KEY-YET
                    MOVE RS-VENDOR-CODE TO CURRENT-VENDOR
                    PERFORM 5100-CLEAR-GROUP
                    SET HAVE-KEY TO TRUE
                END-IF
                PERFORM 5200-ACCUMULATE-RETURN
        END-RETURN
    END-PERFORM
    IF HAVE-KEY
        PERFORM 4100-WRITE-VENDOR-LINE
        PERFORM 5300-WRITE-TOTAL-LINE
    ELSE
        MOVE SPACES TO RETURNS-REPORT-RECORD
        STRING "No returns for this month." DELIMITED BY SIZE
            INTO RETURNS-REPORT-RECORD
        WRITE RETURNS-REPORT-RECORD
    END-IF.

4100-WRITE-VENDOR-LINE.
    PERFORM 5400-EDIT-GROUP
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING CURRENT-VENDOR "  " QTY-DISPLAY " " VALUE-DISPLAY-1 " "
        VALUE-DISPLAY-2 " " VALUE-DISPLAY-3 " " VALUE-DISPLAY-4 " "
        RTV-QTY-DISPLAY " " VALUE-DISPLAY-5
        DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD.

5000-CLEAR-TOTALS.
    MOVE 0 TO TOTAL-RTN-QTY TOTAL-RESTOCK-VALUE TOTAL-HELD-VALUE
              TOTAL-SCRAP-VALUE TOTAL-RTN-VALUE TOTAL-RTV-QTY
              TOTAL-RTV-VALUE.

5100-CLEAR-GROUP.
    MOVE 0 TO GROUP-RTN-QTY GROUP-RESTOCK-VALUE GROUP-HELD-VALUE
              GROUP-SCRAP-VALUE GROUP-RTN-VALUE GROUP-RTV-QTY
              GROUP-RTV-VALUE.

5200-ACCUMULATE-RETURN.
    IF RS-CUSTOMER-RETURN
        ADD RS-QTY TO GROUP-RTN-QTY TOTAL-RTN-QTY
        ADD RS-VALUE TO GROUP-RTN-VALUE TOTAL-RTN-VALUE
        IF RS-RESTOCKED
            ADD RS-VALUE TO GROUP-RESTOCK-VALUE TOTAL-RESTOCK-VALUE
        END-IF
        IF RS-HELD
            ADD RS-VALUE TO GROUP-HELD-VALUE TOTAL-HELD-VALUE
        END-IF
        IF RS-SCRAPPED
            ADD RS-VALUE TO GROUP-SCRAP-VALUE TOTAL-SCRAP-VALUE
        END-IF
    ELSE
        ADD RS-QTY TO GROUP-RTV-QTY TOTAL-RTV-QTY
        ADD RS-VALUE TO GROUP-RTV-VALUE TOTAL-RTV-VALUE
    END-IF.

5300-WRITE-TOTAL-LINE.
    MOVE TOTAL-RTN-QTY TO TOTAL-QTY-DISPLAY
    MOVE TOTAL-RESTOCK-VALUE TO TOTAL-VALUE-DISPLAY-1
    MOVE TOTAL-HELD-VALUE TO TOTAL-VALUE-DISPLAY-2
    MOVE TOTAL-SCRAP-VALUE TO TOTAL-VALUE-DISPLAY-3
    MOVE TOTAL-RTN-VALUE TO TOTAL-VALUE-DISPLAY-4
    MOVE TOTAL-RTV-QTY TO TOTAL-RTV-QTY-DISPLAY
    MOVE TOTAL-RTV-VALUE TO TOTAL-VALUE-DISPLAY-5
    MOVE SPACES TO RETURNS-REPORT-RECORD
    STRING "TOTAL  " TOTAL-QTY-DISPLAY TOTAL-VALUE-DISPLAY-1
        TOTAL-VALUE-DISPLAY-2 TOTAL-VALUE-DISPLAY-3 TOTAL-VALUE-DISPLAY-4
        TOTAL-RTV-QTY-DISPLAY TOTAL-VALUE-DISPLAY-5
        DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
    WRITE RETURNS-REPORT-RECORD.

5400-EDIT-GROUP.
    MOVE GROUP-RTN-QTY TO QTY-DISPLAY
    MOVE GROUP-RESTOCK-VALUE TO VALUE-DISPLAY-1
    MOVE GROUP-HELD-VALUE TO VALUE-DISPLAY-2
    MOVE GROUP-SCRAP-VALUE TO VALUE-DISPLAY-3
    MOVE GROUP-RTN-VALUE TO VALUE-DISPLAY-4
    MOVE GROUP-RTV-QTY TO RTV-QTY-DISPLAY
    MOVE GROUP-RTV-VALUE TO VALUE-DISPLAY-5.
