*> reported as 19+ - items moving faster than that are beyond what
*> the factorial table can price and need the full table rerun at a
*> coarser unit of issue.
*> Where DemandForecast has left a DEMAND_FORECAST.DAT, an item with
*> a forecast for the current month is priced on that month's
*> forecast daily rate - trend and season included - instead of the
*> flat historical mean; items without one keep the historical mean.
*> The BASIS column says which was used (FCST or HIST).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS ITEM-KEY
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT FORECAST-FILE ASSIGN TO 'DEMAND_FORECAST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FORECAST-FILE-STATUS.
    SELECT ANALYSIS-REPORT-FILE ASSIGN TO 'STOCKOUT_ANALYSIS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATE-SORT-FILE ASSIGN TO 'SORTWORK1'.
01 INVENTORY-RECORD.
    COPY INVFIELDS.

FD FORECAST-FILE.
01 FORECAST-RECORD PIC X(50).

FD ANALYSIS-REPORT-FILE.
01 ANALYSIS-REPORT-RECORD PIC X(90).

01 ARCHIVE-FILE-STATUS PIC X(2).
01 ARCHIVE-FILE-NAME PIC X(30).
01 INVENTORY-FILE-STATUS PIC X(2).
01 FORECAST-FILE-STATUS PIC X(2).
01 FORECAST-FILE-DONE-SW PIC X VALUE 'N'.
   88 FORECAST-FILE-DONE VALUE 'Y'.
   88 FORECAST-FILE-NOT-DONE VALUE 'N'.
01 FORECAST-LINE-SW PIC X.
   88 FORECAST-LINE-WANTED VALUE 'Y'.
   88 FORECAST-LINE-NOT-WANTED VALUE 'N'.
01 FORECAST-TEMP-RECORD PIC X(50).
01 CURRENT-MONTH PIC X(4).
01 RAW-FC-ITEM-ID PIC X(15).
01 RAW-FC-ITEM-LEN PIC 9(2) COMP.
01 RAW-FC-LOCATION PIC X(15).
01 RAW-FC-MONTH PIC X(15).
01 RAW-FC-QTY PIC X(15).
01 RAW-FC-RATE PIC X(15).
01 RAW-FC-RATE-LEN PIC 9(2) COMP.
01 FC-FIELD-COUNT PIC 9(2) COMP.
01 FC-ITEM-ID PIC 9(5).
01 FC-LOCATION-CODE PIC X(3).
01 FC-DAILY-RATE PIC 9(3)V9(4).
01 FC-DAILY-RATE-DIGITS REDEFINES FC-DAILY-RATE PIC 9(7).
01 DEMAND-BASIS PIC X(4).

01 ARCHIVE-MONTHS-STG PIC X(2).
01 ARCHIVE-MONTHS PIC 9(2) VALUE 0.
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM 900-OPEN-FORECAST-FILE
    OPEN OUTPUT ANALYSIS-REPORT-FILE
    PERFORM 3000-WRITE-HEADING
    IF DATE-COUNT = 0
    END-IF
    CLOSE INVENTORY-FILE
          ANALYSIS-REPORT-FILE
    IF FORECAST-FILE-STATUS NOT = '35'
        CLOSE FORECAST-FILE
    END-IF
    DISPLAY "ITEMS ANALYZED " ANALYZED-COUNT " OVER " DATE-COUNT " TRADING DATES"
    STOP RUN.


3000-WRITE-HEADING.
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    STRING "ITEM-ID LOC ITEM-NAME       MEAN-DMD ON-HAND STOCKOUT-PROB MIN-FOR-95PCT BASIS"
        DELIMITED BY SIZE INTO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD.

4200-COMPUTE-AND-REPORT.
    ADD 1 TO ANALYZED-COUNT
    COMPUTE MEAN-DEMAND = KEY-TOTAL-ISSUES / DATE-COUNT
    MOVE "HIST" TO DEMAND-BASIS
    PERFORM UNTIL FORECAST-FILE-DONE
        OR FC-ITEM-ID > CURRENT-ITEM-ID
        OR (FC-ITEM-ID = CURRENT-ITEM-ID AND FC-LOCATION-CODE >= CURRENT-LOCATION)
        PERFORM 950-READ-NEXT-FORECAST
    END-PERFORM
    IF FORECAST-FILE-NOT-DONE AND FC-ITEM-ID = CURRENT-ITEM-ID
        AND FC-LOCATION-CODE = CURRENT-LOCATION
        COMPUTE MEAN-DEMAND = FC-DAILY-RATE
        MOVE "FCST" TO DEMAND-BASIS
    END-IF
    MOVE ITEM-QUANTITY TO CURRENT-QTY
    MOVE 0 TO CUM-PROB
    MOVE SPACES TO STOCKOUT-PROB-SET-SW MIN-STOCK-SET-SW
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    STRING ITEM-ID " " LOCATION-CODE " " ITEM-NAME " " MEAN-DEMAND-DISPLAY
        "  " CURRENT-QTY "    " STOCKOUT-PROB-DISPLAY "        " MIN-STOCK-DISPLAY
        "        " DEMAND-BASIS
        DELIMITED BY SIZE INTO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD.

*> Optional: with no forecast on file every item keeps the
*> historical mean.
900-OPEN-FORECAST-FILE.
    ACCEPT RUN-DATE FROM DATE
    MOVE RUN-DATE (1:4) TO CURRENT-MONTH
    OPEN INPUT FORECAST-FILE
    IF FORECAST-FILE-STATUS = '35'
        SET FORECAST-FILE-DONE TO TRUE
    ELSE
        IF FORECAST-FILE-STATUS NOT = '00'
            DISPLAY "DEMAND_FORECAST.DAT COULD NOT BE OPENED - STATUS " FORECAST-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM 950-READ-NEXT-FORECAST
    END-IF.

*> The forecast is in item/location order, as the demand sort is;
*> only the current month's line of each key is wanted.
950-READ-NEXT-FORECAST.
    SET FORECAST-LINE-NOT-WANTED TO TRUE
    PERFORM UNTIL FORECAST-FILE-DONE OR FORECAST-LINE-WANTED
        READ FORECAST-FILE INTO FORECAST-TEMP-RECORD
            AT END
                SET FORECAST-FILE-DONE TO TRUE
            NOT AT END
                PERFORM 960-PARSE-FORECAST-LINE
                IF RAW-FC-MONTH (1:4) = CURRENT-MONTH
                    SET FORECAST-LINE-WANTED TO TRUE
                END-IF
        END-READ
    END-PERFORM.

960-PARSE-FORECAST-LINE.
    MOVE SPACES TO RAW-FC-ITEM-ID RAW-FC-LOCATION RAW-FC-MONTH RAW-FC-QTY RAW-FC-RATE
    MOVE 0 TO FC-FIELD-COUNT RAW-FC-ITEM-LEN RAW-FC-RATE-LEN
    UNSTRING FORECAST-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-FC-ITEM-ID COUNT IN RAW-FC-ITEM-LEN,
             RAW-FC-LOCATION,
             RAW-FC-MONTH,
             RAW-FC-QTY,
             RAW-FC-RATE COUNT IN RAW-FC-RATE-LEN
        TALLYING IN FC-FIELD-COUNT
    IF FC-FIELD-COUNT < 5 OR RAW-FC-ITEM-LEN NOT = 5 OR RAW-FC-RATE-LEN NOT = 7
        DISPLAY "DEMAND_FORECAST.DAT UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " FORECAST-TEMP-RECORD
        STOP RUN
    END-IF
    IF RAW-FC-ITEM-ID (1:5) IS NOT NUMERIC OR RAW-FC-RATE (1:7) IS NOT NUMERIC
        DISPLAY "DEMAND_FORECAST.DAT UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " FORECAST-TEMP-RECORD
        STOP RUN
    END-IF
    MOVE RAW-FC-ITEM-ID (1:5) TO FC-ITEM-ID
    MOVE RAW-FC-LOCATION (1:3) TO FC-LOCATION-CODE
    MOVE RAW-FC-RATE (1:7) TO FC-DAILY-RATE-DIGITS.
