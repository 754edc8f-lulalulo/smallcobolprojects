IDENTIFICATION DIVISION.
PROGRAM-ID. DemandForecast.

*> Monthly demand forecast per ITEM-ID/LOCATION-CODE, run after the
*> month-end AuditArchive has closed a month. The operator gives
*> that last closed month (YYMM); the issue totals of the closed
*> month and up to 35 before it are read from the
*> AUDIT_SUMMARY_20yymm.DAT files AuditArchive writes (a month with
*> no summary file before the first one found is outside the
*> history; one missing after it counts as a month of no issues, and
*> each key's history starts at its own first month with issues).
*> Each key's series is smoothed with trend and, once two full years
*> of history are on file, multiplicative monthly seasonal factors
*> (Holt-Winters: the first year sets the starting level, the first
*> two years the starting trend, each month of the first year its
*> starting factor; every later month updates all three). With less
*> history the series is smoothed for level and trend only. The
*> smoothing weights and the number of months forecast come from
*> FORECAST_PARAMS.DAT (ALPHA BETA GAMMA as hundredths, then HORIZON
*> in months, e.g. 030 010 020 03); without it those are the
*> defaults. A planner can replace the model for any key through
*> FORECAST_OVERRIDE.DAT (ITEM-ID LOCATION-CODE MONTHLY-QTY): the
*> stated quantity is forecast for every month of the horizon.
*> DEMAND_FORECAST.DAT carries one line per key and forecast month,
*> in ITEM-ID/LOCATION-CODE/month order:
*>   ITEM-ID LOCATION-CODE YYMM MONTH-QTY DAILY-RATE BASIS
*> where DAILY-RATE is the month quantity over the month's working
*> days (Monday to Friday), seven digits with four implied decimals,
*> and BASIS is S (seasonal model), T (trend only) or O (override).
*> StockoutAnalysis and PurchasingExtract read it in place of the
*> flat historical mean.
*> Before the new forecast replaces it, last month's DEMAND_FORECAST
*> .DAT is compared with what was actually issued in the closed
*> month: FORECAST_ERROR_REPORT.DAT lists each key's forecast,
*> actual, error and percentage error, flagging REVIEW where the
*> miss exceeds the tolerance, and closes with the mean absolute
*> error and the overall percentage miss.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC SUMMARY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUMMARY-FILE-STATUS.
    SELECT FORECAST-FILE ASSIGN TO 'DEMAND_FORECAST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FORECAST-FILE-STATUS.
    SELECT FORECAST-PARAMS-FILE ASSIGN TO 'FORECAST_PARAMS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMS-FILE-STATUS.
    SELECT OVERRIDE-FILE ASSIGN TO 'FORECAST_OVERRIDE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVERRIDE-FILE-STATUS.
    SELECT ERROR-REPORT-FILE ASSIGN TO 'FORECAST_ERROR_REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FORECAST-WORK-FILE ASSIGN TO 'FORECAST_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SERIES-SORT-FILE ASSIGN TO 'SORTWORK'.

DATA DIVISION.
FILE SECTION.
FD SUMMARY-FILE.
01 SUMMARY-RECORD PIC X(80).

FD FORECAST-FILE.
01 FORECAST-RECORD PIC X(50).

FD FORECAST-PARAMS-FILE.
01 FORECAST-PARAMS-RECORD PIC X(30).

FD OVERRIDE-FILE.
01 OVERRIDE-RECORD PIC X(30).

FD ERROR-REPORT-FILE.
01 ERROR-REPORT-RECORD PIC X(90).

FD FORECAST-WORK-FILE.
01 FORECAST-WORK-RECORD PIC X(50).

*> Kind H is a month of issue history (SS-MONTH-INDEX 1 the oldest
*> month read); kind P is last month's forecast for the closed month.
SD SERIES-SORT-FILE.
01 SERIES-SORT-RECORD.
    05 SS-ITEM-ID PIC 9(5).
    05 SS-LOCATION-CODE PIC X(3).
    05 SS-KIND PIC X.
       88 SS-HISTORY-RECORD VALUE 'H'.
       88 SS-PRIOR-FORECAST VALUE 'P'.
    05 SS-MONTH-INDEX PIC 9(2).
    05 SS-QTY PIC 9(7).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(80).
01 SUMMARY-FILE-STATUS PIC X(2).
01 SUMMARY-FILE-NAME PIC X(30).
01 FORECAST-FILE-STATUS PIC X(2).
01 PARAMS-FILE-STATUS PIC X(2).
01 OVERRIDE-FILE-STATUS PIC X(2).

01 CLOSED-MONTH-INPUT PIC X(4).
01 CLOSED-MONTH PIC X(4).
01 CLOSED-YY PIC 9(2).
01 CLOSED-MM PIC 9(2).
01 MAX-HISTORY-MONTHS PIC 9(2) VALUE 36.
01 SEASON-LENGTH PIC 9(2) VALUE 12.
01 MONTH-INDEX PIC 9(2).
01 FIRST-MONTH-INDEX PIC 9(2) VALUE 0.
01 HISTORY-MONTHS PIC 9(2) VALUE 0.
01 SCAN-YY PIC 9(2).
01 SCAN-MM PIC 9(2).
01 SCAN-MONTH PIC X(4).
01 FIRST-HISTORY-MM PIC 9(2).

*> Smoothing weights as hundredths and the forecast horizon.
01 ALPHA-PCT PIC 9(3) VALUE 30.
01 BETA-PCT PIC 9(3) VALUE 10.
01 GAMMA-PCT PIC 9(3) VALUE 20.
01 HORIZON-MONTHS PIC 9(2) VALUE 3.
01 MAX-HORIZON-MONTHS PIC 9(2) VALUE 12.
01 ALPHA PIC 9V9(4).
01 BETA PIC 9V9(4).
01 GAMMA PIC 9V9(4).
01 RAW-PARAM-1 PIC X(10).
01 RAW-PARAM-1-LEN PIC 9(2) COMP.
01 RAW-PARAM-2 PIC X(10).
01 RAW-PARAM-2-LEN PIC 9(2) COMP.
01 RAW-PARAM-3 PIC X(10).
01 RAW-PARAM-3-LEN PIC 9(2) COMP.
01 RAW-PARAM-4 PIC X(10).
01 RAW-PARAM-4-LEN PIC 9(2) COMP.
01 PARAM-FIELD-COUNT PIC 9(2) COMP.

01 RAW-SU-ITEM-ID PIC X(15).
01 RAW-SU-ITEM-LEN PIC 9(2) COMP.
01 RAW-SU-LOCATION PIC X(15).
01 RAW-SU-LOC-LEN PIC 9(2) COMP.
01 RAW-SU-RECEIPTS PIC X(15).
01 RAW-SU-ISSUES PIC X(15).
01 RAW-SU-ISSUES-LEN PIC 9(2) COMP.
01 SU-FIELD-COUNT PIC 9(2) COMP.

01 RAW-FC-ITEM-ID PIC X(15).
01 RAW-FC-ITEM-LEN PIC 9(2) COMP.
01 RAW-FC-LOCATION PIC X(15).
01 RAW-FC-MONTH PIC X(15).
01 RAW-FC-QTY PIC X(15).
01 RAW-FC-QTY-LEN PIC 9(2) COMP.
01 FC-FIELD-COUNT PIC 9(2) COMP.
01 PRIOR-FORECAST-LINES PIC 9(6) VALUE 0.

01 OVERRIDE-EOF-FLAG PIC X VALUE 'N'.
   88 OVERRIDE-EOF VALUE 'Y'.
   88 OVERRIDE-NOT-EOF VALUE 'N'.
01 OVERRIDE-COUNT PIC 9(4) COMP VALUE 0.
01 OVERRIDE-TABLE.
   05 OVERRIDE-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON OVERRIDE-COUNT
      INDEXED BY OVERRIDE-IDX.
      10 OV-ITEM-ID PIC 9(5).
      10 OV-LOCATION-CODE PIC X(3).
      10 OV-MONTHLY-QTY PIC 9(6).
01 RAW-OV-ITEM-ID PIC X(15).
01 RAW-OV-ITEM-LEN PIC 9(2) COMP.
01 RAW-OV-LOCATION PIC X(15).
01 RAW-OV-LOC-LEN PIC 9(2) COMP.
01 RAW-OV-QTY PIC X(15).
01 RAW-OV-QTY-LEN PIC 9(2) COMP.
01 OV-FIELD-COUNT PIC 9(2) COMP.
01 OVERRIDE-FOUND-SW PIC X VALUE 'N'.
   88 OVERRIDE-FOUND VALUE 'Y'.
   88 OVERRIDE-NOT-FOUND VALUE 'N'.

*> The key in hand: its monthly issue series and last month's
*> forecast of the closed month.
01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-ITEM-ID PIC 9(5).
01 CURRENT-LOCATION PIC X(3).
01 SERIES-TABLE.
   05 SERIES-QTY PIC 9(7) OCCURS 36 TIMES.
01 PRIOR-FORECAST-QTY PIC 9(7).
01 PRIOR-FORECAST-SW PIC X.
   88 HAS-PRIOR-FORECAST VALUE 'Y'.
   88 NO-PRIOR-FORECAST VALUE 'N'.
01 KEY-HISTORY-SW PIC X.
   88 KEY-HAS-HISTORY VALUE 'Y'.
   88 KEY-NO-HISTORY VALUE 'N'.

01 SEASONAL-TABLE.
   05 SEASONAL-FACTOR PIC 9(3)V9(6) OCCURS 12 TIMES.
01 SMOOTH-LEVEL PIC S9(8)V9(6).
01 SMOOTH-TREND PIC S9(8)V9(6).
01 PREVIOUS-LEVEL PIC S9(8)V9(6).
01 FIRST-YEAR-MEAN PIC S9(8)V9(6).
01 SECOND-YEAR-MEAN PIC S9(8)V9(6).
01 KEY-FIRST-INDEX PIC 9(2).
01 KEY-HISTORY-MONTHS PIC 9(2).
01 SERIES-POINT PIC 9(2).
01 SEASON-SLOT PIC 9(2).
01 SLOT-QUOTIENT PIC 9(3).
01 MODEL-BASIS PIC X.
   88 SEASONAL-BASIS VALUE 'S'.
   88 TREND-BASIS VALUE 'T'.
   88 OVERRIDE-BASIS VALUE 'O'.

01 HORIZON-STEP PIC 9(2).
01 FORECAST-VALUE PIC S9(8)V9(6).
01 FORECAST-QTY PIC 9(6).
01 DAILY-RATE PIC 9(3)V9(4).
01 DAILY-RATE-DIGITS REDEFINES DAILY-RATE PIC 9(7).
01 FORECAST-YY PIC 9(2).
01 FORECAST-MM PIC 9(2).
01 FORECAST-MONTH PIC X(4).

01 HORIZON-WORKING-DAYS-TABLE.
   05 HORIZON-WORKING-DAYS PIC 9(2) OCCURS 12 TIMES.
01 FULL-DATE PIC 9(8).
01 FULL-DATE-PARTS REDEFINES FULL-DATE.
   05 FULL-YYYY PIC 9(4).
   05 FULL-MM PIC 9(2).
   05 FULL-DD PIC 9(2).
01 MONTH-START-DAY PIC 9(7).
01 MONTH-END-DAY PIC 9(7).
01 SCAN-DAY-NUMBER PIC 9(7).
01 DAYS-SINCE-EPOCH PIC 9(7).
01 WEEKDAY-QUOTIENT PIC 9(7).
01 WEEKDAY-NUMBER PIC 9.
   88 WORKING-DAY VALUE 0 THRU 4.

01 ACTUAL-QTY PIC 9(7).
01 FORECAST-ERROR PIC S9(7).
01 ABSOLUTE-ERROR PIC 9(7).
01 ERROR-PCT PIC 9(5)V9.
01 ERROR-PCT-DISPLAY PIC ZZZZ9.9.
01 FORECAST-ERROR-DISPLAY PIC -(7)9.
01 ERROR-TOLERANCE-PCT PIC 9(3) VALUE 50.
01 ERROR-FLAG PIC X(7).
01 ERROR-KEY-COUNT PIC 9(6) VALUE 0.
01 REVIEW-KEY-COUNT PIC 9(6) VALUE 0.
01 TOTAL-ABSOLUTE-ERROR PIC 9(9) VALUE 0.
01 TOTAL-ACTUAL-QTY PIC 9(9) VALUE 0.
01 MEAN-ABSOLUTE-ERROR PIC 9(7)V99.
01 MEAN-ABSOLUTE-ERROR-DISPLAY PIC Z(6)9.99.
01 OVERALL-ERROR-PCT PIC 9(5)V9.

01 KEYS-FORECAST PIC 9(6) VALUE 0.
01 SEASONAL-KEYS PIC 9(6) VALUE 0.
01 OVERRIDE-KEYS PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    DISPLAY "Enter last closed month (YYMM): " WITH NO ADVANCING
    ACCEPT CLOSED-MONTH-INPUT
    IF CLOSED-MONTH-INPUT IS NOT NUMERIC
        DISPLAY "CLOSED MONTH MUST BE FOUR DIGITS (YYMM)"
        STOP RUN
    END-IF
    MOVE CLOSED-MONTH-INPUT TO CLOSED-MONTH
    MOVE CLOSED-MONTH (1:2) TO CLOSED-YY
    MOVE CLOSED-MONTH (3:2) TO CLOSED-MM
    IF CLOSED-MM < 1 OR CLOSED-MM > 12
        DISPLAY "CLOSED MONTH " CLOSED-MONTH " IS NOT A VALID MONTH"
        STOP RUN
    END-IF
    PERFORM 100-LOAD-FORECAST-PARAMS
    PERFORM 200-LOAD-OVERRIDES
    PERFORM 300-COUNT-HORIZON-WORKING-DAYS
    OPEN OUTPUT ERROR-REPORT-FILE
         OUTPUT FORECAST-WORK-FILE
    PERFORM 3000-WRITE-ERROR-HEADING
    SORT SERIES-SORT-FILE
        ON ASCENDING KEY SS-ITEM-ID SS-LOCATION-CODE SS-KIND SS-MONTH-INDEX
        INPUT PROCEDURE IS 1000-COLLECT-SERIES
        OUTPUT PROCEDURE IS 2000-FORECAST-KEYS
    PERFORM 3500-WRITE-ERROR-TOTALS
    CLOSE ERROR-REPORT-FILE
          FORECAST-WORK-FILE
    PERFORM 4000-REPLACE-FORECAST-FILE
    DISPLAY "HISTORY MONTHS " HISTORY-MONTHS " KEYS FORECAST " KEYS-FORECAST
        " SEASONAL " SEASONAL-KEYS " OVERRIDDEN " OVERRIDE-KEYS
    DISPLAY "KEYS COMPARED WITH LAST FORECAST " ERROR-KEY-COUNT
        " FLAGGED FOR REVIEW " REVIEW-KEY-COUNT
    STOP RUN.

*> Optional: a file that is present but unreadable abandons the run
*> rather than forecast on weights nobody chose.
100-LOAD-FORECAST-PARAMS.
    OPEN INPUT FORECAST-PARAMS-FILE
    IF PARAMS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF PARAMS-FILE-STATUS NOT = '00'
            DISPLAY "FORECAST_PARAMS.DAT COULD NOT BE OPENED - STATUS " PARAMS-FILE-STATUS
            STOP RUN
        END-IF
        READ FORECAST-PARAMS-FILE INTO TEMP-RECORD
            AT END
                MOVE SPACES TO TEMP-RECORD
        END-READ
        CLOSE FORECAST-PARAMS-FILE
        MOVE SPACES TO RAW-PARAM-1 RAW-PARAM-2 RAW-PARAM-3 RAW-PARAM-4
        MOVE 0 TO PARAM-FIELD-COUNT RAW-PARAM-1-LEN RAW-PARAM-2-LEN
                  RAW-PARAM-3-LEN RAW-PARAM-4-LEN
        UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
            INTO RAW-PARAM-1 COUNT IN RAW-PARAM-1-LEN,
                 RAW-PARAM-2 COUNT IN RAW-PARAM-2-LEN,
                 RAW-PARAM-3 COUNT IN RAW-PARAM-3-LEN,
                 RAW-PARAM-4 COUNT IN RAW-PARAM-4-LEN
            TALLYING IN PARAM-FIELD-COUNT
        IF PARAM-FIELD-COUNT NOT = 4
            OR RAW-PARAM-1-LEN = 0 OR RAW-PARAM-1-LEN > 3
            OR RAW-PARAM-2-LEN = 0 OR RAW-PARAM-2-LEN > 3
            OR RAW-PARAM-3-LEN = 0 OR RAW-PARAM-3-LEN > 3
            OR RAW-PARAM-4-LEN = 0 OR RAW-PARAM-4-LEN > 2
            DISPLAY "FORECAST_PARAMS.DAT UNREADABLE - RUN ABANDONED"
            STOP RUN
        END-IF
        IF RAW-PARAM-1 (1:RAW-PARAM-1-LEN) IS NOT NUMERIC
            OR RAW-PARAM-2 (1:RAW-PARAM-2-LEN) IS NOT NUMERIC
            OR RAW-PARAM-3 (1:RAW-PARAM-3-LEN) IS NOT NUMERIC
            OR RAW-PARAM-4 (1:RAW-PARAM-4-LEN) IS NOT NUMERIC
            DISPLAY "FORECAST_PARAMS.DAT UNREADABLE - RUN ABANDONED"
            STOP RUN
        END-IF
        MOVE RAW-PARAM-1 (1:RAW-PARAM-1-LEN) TO ALPHA-PCT
        MOVE RAW-PARAM-2 (1:RAW-PARAM-2-LEN) TO BETA-PCT
        MOVE RAW-PARAM-3 (1:RAW-PARAM-3-LEN) TO GAMMA-PCT
        MOVE RAW-PARAM-4 (1:RAW-PARAM-4-LEN) TO HORIZON-MONTHS
        IF ALPHA-PCT = 0 OR ALPHA-PCT > 100 OR BETA-PCT > 100
            OR GAMMA-PCT > 100
            OR HORIZON-MONTHS = 0 OR HORIZON-MONTHS > MAX-HORIZON-MONTHS
            DISPLAY "FORECAST_PARAMS.DAT WEIGHTS MUST BE 001-100 (BETA, GAMMA 000-100)"
                " AND HORIZON 01-12 - RUN ABANDONED"
            STOP RUN
        END-IF
    END-IF
    COMPUTE ALPHA = ALPHA-PCT / 100
    COMPUTE BETA = BETA-PCT / 100
    COMPUTE GAMMA = GAMMA-PCT / 100.

200-LOAD-OVERRIDES.
    OPEN INPUT OVERRIDE-FILE
    IF OVERRIDE-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF OVERRIDE-FILE-STATUS NOT = '00'
            DISPLAY "FORECAST_OVERRIDE.DAT COULD NOT BE OPENED - STATUS " OVERRIDE-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL OVERRIDE-EOF
            READ OVERRIDE-FILE INTO TEMP-RECORD
                AT END
                    SET OVERRIDE-EOF TO TRUE
                NOT AT END
                    PERFORM 210-LOAD-ONE-OVERRIDE
            END-READ
        END-PERFORM
        CLOSE OVERRIDE-FILE
    END-IF.

*> A bad override line is skipped, not guessed at: the model's own
*> forecast then stands for that key.
210-LOAD-ONE-OVERRIDE.
    MOVE SPACES TO RAW-OV-ITEM-ID RAW-OV-LOCATION RAW-OV-QTY
    MOVE 0 TO OV-FIELD-COUNT RAW-OV-ITEM-LEN RAW-OV-LOC-LEN RAW-OV-QTY-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-OV-ITEM-ID COUNT IN RAW-OV-ITEM-LEN,
             RAW-OV-LOCATION COUNT IN RAW-OV-LOC-LEN,
             RAW-OV-QTY COUNT IN RAW-OV-QTY-LEN
        TALLYING IN OV-FIELD-COUNT
    IF OV-FIELD-COUNT NOT = 3 OR RAW-OV-ITEM-LEN NOT = 5
        OR RAW-OV-LOC-LEN > 3 OR RAW-OV-QTY-LEN > 6
        DISPLAY "FORECAST_OVERRIDE.DAT LINE SKIPPED: " TEMP-RECORD
    ELSE
        IF RAW-OV-ITEM-ID (1:5) IS NOT NUMERIC
            OR RAW-OV-QTY (1:RAW-OV-QTY-LEN) IS NOT NUMERIC
            DISPLAY "FORECAST_OVERRIDE.DAT LINE SKIPPED: " TEMP-RECORD
        ELSE
            IF OVERRIDE-COUNT >= 500
                DISPLAY "FORECAST_OVERRIDE.DAT EXCEEDS 500 OVERRIDES - RUN ABANDONED"
                STOP RUN
            END-IF
            ADD 1 TO OVERRIDE-COUNT
            MOVE RAW-OV-ITEM-ID (1:5) TO OV-ITEM-ID (OVERRIDE-COUNT)
            MOVE RAW-OV-LOCATION (1:3) TO OV-LOCATION-CODE (OVERRIDE-COUNT)
            MOVE RAW-OV-QTY (1:RAW-OV-QTY-LEN) TO OV-MONTHLY-QTY (OVERRIDE-COUNT)
        END-IF
    END-IF.

*> The daily rate of each forecast month divides by its working
*> days, counted once here for the whole horizon.
300-COUNT-HORIZON-WORKING-DAYS.
    MOVE CLOSED-YY TO FORECAST-YY
    MOVE CLOSED-MM TO FORECAST-MM
    PERFORM VARYING HORIZON-STEP FROM 1 BY 1 UNTIL HORIZON-STEP > HORIZON-MONTHS
        PERFORM 350-ADVANCE-FORECAST-MONTH
        MOVE 2000 TO FULL-YYYY
        ADD FORECAST-YY TO FULL-YYYY
        MOVE FORECAST-MM TO FULL-MM
        MOVE 1 TO FULL-DD
        COMPUTE MONTH-START-DAY = FUNCTION INTEGER-OF-DATE (FULL-DATE)
        ADD 1 TO FULL-MM
        IF FULL-MM > 12
            MOVE 1 TO FULL-MM
            ADD 1 TO FULL-YYYY
        END-IF
        COMPUTE MONTH-END-DAY = FUNCTION INTEGER-OF-DATE (FULL-DATE) - 1
        MOVE 0 TO HORIZON-WORKING-DAYS (HORIZON-STEP)
        PERFORM VARYING SCAN-DAY-NUMBER FROM MONTH-START-DAY BY 1
            UNTIL SCAN-DAY-NUMBER > MONTH-END-DAY
            COMPUTE DAYS-SINCE-EPOCH = SCAN-DAY-NUMBER - 1
            DIVIDE DAYS-SINCE-EPOCH BY 7
                GIVING WEEKDAY-QUOTIENT REMAINDER WEEKDAY-NUMBER
            IF WORKING-DAY
                ADD 1 TO HORIZON-WORKING-DAYS (HORIZON-STEP)
            END-IF
        END-PERFORM
    END-PERFORM.

350-ADVANCE-FORECAST-MONTH.
    ADD 1 TO FORECAST-MM
    IF FORECAST-MM > 12
        MOVE 1 TO FORECAST-MM
        ADD 1 TO FORECAST-YY
    END-IF
    MOVE FORECAST-YY TO FORECAST-MONTH (1:2)
    MOVE FORECAST-MM TO FORECAST-MONTH (3:2).

*> The summaries are read oldest first; month index 1 is the oldest
*> month of the window, MAX-HISTORY-MONTHS the closed month.
1000-COLLECT-SERIES.
    MOVE CLOSED-YY TO SCAN-YY
    MOVE CLOSED-MM TO SCAN-MM
    PERFORM VARYING MONTH-INDEX FROM 2 BY 1
        UNTIL MONTH-INDEX > MAX-HISTORY-MONTHS
        IF SCAN-MM = 1
            MOVE 12 TO SCAN-MM
            SUBTRACT 1 FROM SCAN-YY
        ELSE
            SUBTRACT 1 FROM SCAN-MM
        END-IF
    END-PERFORM
    PERFORM VARYING MONTH-INDEX FROM 1 BY 1
        UNTIL MONTH-INDEX > MAX-HISTORY-MONTHS
        MOVE SCAN-YY TO SCAN-MONTH (1:2)
        MOVE SCAN-MM TO SCAN-MONTH (3:2)
        PERFORM 1100-READ-ONE-SUMMARY
        ADD 1 TO SCAN-MM
        IF SCAN-MM > 12
            MOVE 1 TO SCAN-MM
            ADD 1 TO SCAN-YY
        END-IF
    END-PERFORM
    IF FIRST-MONTH-INDEX > 0
        COMPUTE HISTORY-MONTHS = MAX-HISTORY-MONTHS - FIRST-MONTH-INDEX + 1
    END-IF
    PERFORM 1200-RELEASE-PRIOR-FORECAST.

*> A month with no summary file contributes nothing; the first one
*> found fixes where the history starts and which calendar month
*> its first point is.
1100-READ-ONE-SUMMARY.
    MOVE SPACES TO SUMMARY-FILE-NAME
    STRING "AUDIT_SUMMARY_20" SCAN-MONTH ".DAT"
        DELIMITED BY SIZE INTO SUMMARY-FILE-NAME
    OPEN INPUT SUMMARY-FILE
    IF SUMMARY-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF SUMMARY-FILE-STATUS NOT = '00'
            DISPLAY SUMMARY-FILE-NAME " COULD NOT BE OPENED - STATUS " SUMMARY-FILE-STATUS
            STOP RUN
        END-IF
        IF FIRST-MONTH-INDEX = 0
            MOVE MONTH-INDEX TO FIRST-MONTH-INDEX
            MOVE SCAN-MM TO FIRST-HISTORY-MM
        END-IF
        SET NOT-EOF TO TRUE
        PERFORM UNTIL EOF
            READ SUMMARY-FILE INTO TEMP-RECORD
                AT END
                    SET EOF TO TRUE
                NOT AT END
                    PERFORM 1110-RELEASE-SUMMARY-LINE
            END-READ
        END-PERFORM
        CLOSE SUMMARY-FILE
    END-IF.

*> Summary lines are ITEM-ID LOC RECEIPTS ISSUES MOVEMENTS; the two
*> heading lines fail the numeric item test and drop out here.
1110-RELEASE-SUMMARY-LINE.
    MOVE SPACES TO RAW-SU-ITEM-ID RAW-SU-LOCATION RAW-SU-RECEIPTS RAW-SU-ISSUES
    MOVE 0 TO SU-FIELD-COUNT RAW-SU-ITEM-LEN RAW-SU-LOC-LEN RAW-SU-ISSUES-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-SU-ITEM-ID COUNT IN RAW-SU-ITEM-LEN,
             RAW-SU-LOCATION COUNT IN RAW-SU-LOC-LEN,
             RAW-SU-RECEIPTS,
             RAW-SU-ISSUES COUNT IN RAW-SU-ISSUES-LEN
        TALLYING IN SU-FIELD-COUNT
    IF SU-FIELD-COUNT >= 4 AND RAW-SU-ITEM-LEN = 5
        AND RAW-SU-LOC-LEN <= 3
        AND RAW-SU-ISSUES-LEN > 0 AND RAW-SU-ISSUES-LEN <= 7
        IF RAW-SU-ITEM-ID (1:5) IS NUMERIC
            AND RAW-SU-ISSUES (1:RAW-SU-ISSUES-LEN) IS NUMERIC
            MOVE RAW-SU-ITEM-ID (1:5) TO SS-ITEM-ID
            MOVE RAW-SU-LOCATION (1:3) TO SS-LOCATION-CODE
            SET SS-HISTORY-RECORD TO TRUE
            MOVE MONTH-INDEX TO SS-MONTH-INDEX
            MOVE RAW-SU-ISSUES (1:RAW-SU-ISSUES-LEN) TO SS-QTY
            RELEASE SERIES-SORT-RECORD
        END-IF
    END-IF.

*> Last month's forecast file is read before it is replaced; only
*> its lines for the month just closed are wanted.
1200-RELEASE-PRIOR-FORECAST.
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
            READ FORECAST-FILE INTO TEMP-RECORD
                AT END
                    SET EOF TO TRUE
                NOT AT END
                    PERFORM 1210-RELEASE-PRIOR-LINE
            END-READ
        END-PERFORM
        CLOSE FORECAST-FILE
    END-IF.

1210-RELEASE-PRIOR-LINE.
    MOVE SPACES TO RAW-FC-ITEM-ID RAW-FC-LOCATION RAW-FC-MONTH RAW-FC-QTY
    MOVE 0 TO FC-FIELD-COUNT RAW-FC-ITEM-LEN RAW-FC-QTY-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-FC-ITEM-ID COUNT IN RAW-FC-ITEM-LEN,
             RAW-FC-LOCATION,
             RAW-FC-MONTH,
             RAW-FC-QTY COUNT IN RAW-FC-QTY-LEN
        TALLYING IN FC-FIELD-COUNT
    IF FC-FIELD-COUNT >= 4 AND RAW-FC-ITEM-LEN = 5
        AND RAW-FC-MONTH (1:4) = CLOSED-MONTH
        AND RAW-FC-QTY-LEN > 0 AND RAW-FC-QTY-LEN <= 7
        IF RAW-FC-ITEM-ID (1:5) IS NUMERIC
            AND RAW-FC-QTY (1:RAW-FC-QTY-LEN) IS NUMERIC
            MOVE RAW-FC-ITEM-ID (1:5) TO SS-ITEM-ID
            MOVE RAW-FC-LOCATION (1:3) TO SS-LOCATION-CODE
            SET SS-PRIOR-FORECAST TO TRUE
            MOVE 0 TO SS-MONTH-INDEX
            MOVE RAW-FC-QTY (1:RAW-FC-QTY-LEN) TO SS-QTY
            RELEASE SERIES-SORT-RECORD
            ADD 1 TO PRIOR-FORECAST-LINES
        END-IF
    END-IF.

2000-FORECAST-KEYS.
    PERFORM UNTIL SORT-EOF
        RETURN SERIES-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 2010-PROCESS-SORTED-RECORD
        END-RETURN
    END-PERFORM
    IF HAVE-KEY
        PERFORM 2100-FINISH-ONE-KEY
    END-IF.

2010-PROCESS-SORTED-RECORD.
    IF HAVE-KEY
        AND (SS-ITEM-ID NOT = CURRENT-ITEM-ID
             OR SS-LOCATION-CODE NOT = CURRENT-LOCATION)
        PERFORM 2100-FINISH-ONE-KEY
        SET NO-KEY-YET TO TRUE
    END-IF
    IF NO-KEY-YET
        SET HAVE-KEY TO TRUE
        MOVE SS-ITEM-ID TO CURRENT-ITEM-ID
        MOVE SS-LOCATION-CODE TO CURRENT-LOCATION
        PERFORM VARYING MONTH-INDEX FROM 1 BY 1
            UNTIL MONTH-INDEX > MAX-HISTORY-MONTHS
            MOVE 0 TO SERIES-QTY (MONTH-INDEX)
        END-PERFORM
        MOVE 0 TO PRIOR-FORECAST-QTY
        SET NO-PRIOR-FORECAST TO TRUE
        SET KEY-NO-HISTORY TO TRUE
    END-IF
    IF SS-HISTORY-RECORD
        IF KEY-NO-HISTORY
            MOVE SS-MONTH-INDEX TO KEY-FIRST-INDEX
            COMPUTE KEY-HISTORY-MONTHS = MAX-HISTORY-MONTHS - SS-MONTH-INDEX + 1
        END-IF
        SET KEY-HAS-HISTORY TO TRUE
        ADD SS-QTY TO SERIES-QTY (SS-MONTH-INDEX)
    ELSE
        SET HAS-PRIOR-FORECAST TO TRUE
        ADD SS-QTY TO PRIOR-FORECAST-QTY
    END-IF.

*> A key's history runs from its first month with issues to the
*> closed month. A key known only from last month's forecast has no
*> history in the window any more; it is still scored, but not
*> forecast again.
2100-FINISH-ONE-KEY.
    MOVE SERIES-QTY (MAX-HISTORY-MONTHS) TO ACTUAL-QTY
    IF HAS-PRIOR-FORECAST OR ACTUAL-QTY > 0
        PERFORM 3100-WRITE-ERROR-LINE
    END-IF
    IF KEY-HAS-HISTORY
        PERFORM 2200-FIND-OVERRIDE
        IF OVERRIDE-FOUND
            SET OVERRIDE-BASIS TO TRUE
            ADD 1 TO OVERRIDE-KEYS
        ELSE
            IF KEY-HISTORY-MONTHS >= SEASON-LENGTH * 2
                PERFORM 2300-SMOOTH-SEASONAL
                SET SEASONAL-BASIS TO TRUE
                ADD 1 TO SEASONAL-KEYS
            ELSE
                PERFORM 2400-SMOOTH-TREND-ONLY
                SET TREND-BASIS TO TRUE
            END-IF
        END-IF
        ADD 1 TO KEYS-FORECAST
        PERFORM 2500-WRITE-KEY-FORECAST
    END-IF.

2200-FIND-OVERRIDE.
    SET OVERRIDE-NOT-FOUND TO TRUE
    IF OVERRIDE-COUNT > 0
        SET OVERRIDE-IDX TO 1
        SEARCH OVERRIDE-ENTRY
            WHEN OV-ITEM-ID (OVERRIDE-IDX) = CURRENT-ITEM-ID
                AND OV-LOCATION-CODE (OVERRIDE-IDX) = CURRENT-LOCATION
                SET OVERRIDE-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> Holt-Winters, multiplicative seasons. The factors are held by
*> calendar month, so the slot of any point - history or forecast -
*> follows from its month index.
2300-SMOOTH-SEASONAL.
    MOVE 0 TO FIRST-YEAR-MEAN SECOND-YEAR-MEAN
    PERFORM VARYING SERIES-POINT FROM 0 BY 1 UNTIL SERIES-POINT >= SEASON-LENGTH
        COMPUTE MONTH-INDEX = KEY-FIRST-INDEX + SERIES-POINT
        ADD SERIES-QTY (MONTH-INDEX) TO FIRST-YEAR-MEAN
        COMPUTE MONTH-INDEX = KEY-FIRST-INDEX + SERIES-POINT + SEASON-LENGTH
        ADD SERIES-QTY (MONTH-INDEX) TO SECOND-YEAR-MEAN
    END-PERFORM
    COMPUTE FIRST-YEAR-MEAN = FIRST-YEAR-MEAN / SEASON-LENGTH
    COMPUTE SECOND-YEAR-MEAN = SECOND-YEAR-MEAN / SEASON-LENGTH
    MOVE FIRST-YEAR-MEAN TO SMOOTH-LEVEL
    COMPUTE SMOOTH-TREND = (SECOND-YEAR-MEAN - FIRST-YEAR-MEAN) / SEASON-LENGTH
    PERFORM VARYING SERIES-POINT FROM 0 BY 1 UNTIL SERIES-POINT >= SEASON-LENGTH
        COMPUTE MONTH-INDEX = KEY-FIRST-INDEX + SERIES-POINT
        PERFORM 2350-FIND-SEASON-SLOT
        IF FIRST-YEAR-MEAN > 0
            COMPUTE SEASONAL-FACTOR (SEASON-SLOT) =
                SERIES-QTY (MONTH-INDEX) / FIRST-YEAR-MEAN
        ELSE
            MOVE 1 TO SEASONAL-FACTOR (SEASON-SLOT)
        END-IF
    END-PERFORM
    COMPUTE SERIES-POINT = SEASON-LENGTH
    PERFORM UNTIL SERIES-POINT >= KEY-HISTORY-MONTHS
        COMPUTE MONTH-INDEX = KEY-FIRST-INDEX + SERIES-POINT
        PERFORM 2350-FIND-SEASON-SLOT
        MOVE SMOOTH-LEVEL TO PREVIOUS-LEVEL
        IF SEASONAL-FACTOR (SEASON-SLOT) > 0.01
            COMPUTE SMOOTH-LEVEL =
                ALPHA * SERIES-QTY (MONTH-INDEX) / SEASONAL-FACTOR (SEASON-SLOT)
                + (1 - ALPHA) * (PREVIOUS-LEVEL + SMOOTH-TREND)
        ELSE
            COMPUTE SMOOTH-LEVEL =
                ALPHA * SERIES-QTY (MONTH-INDEX)
                + (1 - ALPHA) * (PREVIOUS-LEVEL + SMOOTH-TREND)
        END-IF
        COMPUTE SMOOTH-TREND = BETA * (SMOOTH-LEVEL - PREVIOUS-LEVEL)
            + (1 - BETA) * SMOOTH-TREND
        IF SMOOTH-LEVEL > 0
            COMPUTE SEASONAL-FACTOR (SEASON-SLOT) =
                GAMMA * SERIES-QTY (MONTH-INDEX) / SMOOTH-LEVEL
                + (1 - GAMMA) * SEASONAL-FACTOR (SEASON-SLOT)
        END-IF
        ADD 1 TO SERIES-POINT
    END-PERFORM.

*> MONTH-INDEX counts on past the closed month for forecast points;
*> the first summary found is month FIRST-HISTORY-MM of the calendar.
2350-FIND-SEASON-SLOT.
    COMPUTE SLOT-QUOTIENT = FIRST-HISTORY-MM - 1 + MONTH-INDEX - FIRST-MONTH-INDEX
    DIVIDE SLOT-QUOTIENT BY SEASON-LENGTH
        GIVING SLOT-QUOTIENT REMAINDER SEASON-SLOT
    ADD 1 TO SEASON-SLOT.

*> Level and trend only: the first point starts the level, the
*> first step the trend.
2400-SMOOTH-TREND-ONLY.
    MOVE SERIES-QTY (KEY-FIRST-INDEX) TO SMOOTH-LEVEL
    MOVE 0 TO SMOOTH-TREND
    IF KEY-HISTORY-MONTHS > 1
        COMPUTE MONTH-INDEX = KEY-FIRST-INDEX + 1
        COMPUTE SMOOTH-TREND = SERIES-QTY (MONTH-INDEX) - SMOOTH-LEVEL
    END-IF
    MOVE 1 TO SERIES-POINT
    PERFORM UNTIL SERIES-POINT >= KEY-HISTORY-MONTHS
        COMPUTE MONTH-INDEX = KEY-FIRST-INDEX + SERIES-POINT
        MOVE SMOOTH-LEVEL TO PREVIOUS-LEVEL
        COMPUTE SMOOTH-LEVEL = ALPHA * SERIES-QTY (MONTH-INDEX)
            + (1 - ALPHA) * (PREVIOUS-LEVEL + SMOOTH-TREND)
        COMPUTE SMOOTH-TREND = BETA * (SMOOTH-LEVEL - PREVIOUS-LEVEL)
            + (1 - BETA) * SMOOTH-TREND
        ADD 1 TO SERIES-POINT
    END-PERFORM.

*> Demand is never forecast below zero, whatever the trend says.
2500-WRITE-KEY-FORECAST.
    MOVE CLOSED-YY TO FORECAST-YY
    MOVE CLOSED-MM TO FORECAST-MM
    PERFORM VARYING HORIZON-STEP FROM 1 BY 1 UNTIL HORIZON-STEP > HORIZON-MONTHS
        PERFORM 350-ADVANCE-FORECAST-MONTH
        IF OVERRIDE-BASIS
            MOVE OV-MONTHLY-QTY (OVERRIDE-IDX) TO FORECAST-VALUE
        ELSE
            COMPUTE FORECAST-VALUE = SMOOTH-LEVEL + HORIZON-STEP * SMOOTH-TREND
            IF SEASONAL-BASIS
                COMPUTE MONTH-INDEX = MAX-HISTORY-MONTHS + HORIZON-STEP
                PERFORM 2350-FIND-SEASON-SLOT
                COMPUTE FORECAST-VALUE = FORECAST-VALUE * SEASONAL-FACTOR (SEASON-SLOT)
            END-IF
        END-IF
        IF FORECAST-VALUE < 0
            MOVE 0 TO FORECAST-QTY
        ELSE
            COMPUTE FORECAST-QTY ROUNDED = FORECAST-VALUE
        END-IF
        MOVE 0 TO DAILY-RATE
        IF HORIZON-WORKING-DAYS (HORIZON-STEP) > 0
            COMPUTE DAILY-RATE ROUNDED = FORECAST-QTY / HORIZON-WORKING-DAYS (HORIZON-STEP)
        END-IF
        MOVE SPACES TO FORECAST-WORK-RECORD
        STRING CURRENT-ITEM-ID " " CURRENT-LOCATION " " FORECAST-MONTH
            " " FORECAST-QTY " " DAILY-RATE-DIGITS " " MODEL-BASIS
            DELIMITED BY SIZE INTO FORECAST-WORK-RECORD
        WRITE FORECAST-WORK-RECORD
    END-PERFORM.

3000-WRITE-ERROR-HEADING.
    MOVE SPACES TO ERROR-REPORT-RECORD
    STRING "FORECAST ERROR FOR 20" CLOSED-MONTH
        " - FORECAST MADE LAST MONTH AGAINST ACTUAL ISSUES"
        DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
    WRITE ERROR-REPORT-RECORD
    MOVE SPACES TO ERROR-REPORT-RECORD
    STRING "ITEM-ID LOC FORECAST ACTUAL    ERROR    PCT-ERROR"
        DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
    WRITE ERROR-REPORT-RECORD.

*> Error is actual less forecast. The percentage is taken on the
*> actual; a key that issued nothing against a forecast is a full
*> miss, shown as 100 percent.
3100-WRITE-ERROR-LINE.
    ADD 1 TO ERROR-KEY-COUNT
    COMPUTE FORECAST-ERROR = ACTUAL-QTY - PRIOR-FORECAST-QTY
    IF FORECAST-ERROR < 0
        COMPUTE ABSOLUTE-ERROR = 0 - FORECAST-ERROR
    ELSE
        MOVE FORECAST-ERROR TO ABSOLUTE-ERROR
    END-IF
    ADD ABSOLUTE-ERROR TO TOTAL-ABSOLUTE-ERROR
    ADD ACTUAL-QTY TO TOTAL-ACTUAL-QTY
    IF ACTUAL-QTY > 0
        COMPUTE ERROR-PCT ROUNDED = ABSOLUTE-ERROR * 100 / ACTUAL-QTY
    ELSE
        IF ABSOLUTE-ERROR > 0
            MOVE 100 TO ERROR-PCT
        ELSE
            MOVE 0 TO ERROR-PCT
        END-IF
    END-IF
    MOVE SPACES TO ERROR-FLAG
    IF NO-PRIOR-FORECAST
        MOVE "NO FCST" TO ERROR-FLAG
        ADD 1 TO REVIEW-KEY-COUNT
    ELSE
        IF ERROR-PCT > ERROR-TOLERANCE-PCT
            MOVE "REVIEW" TO ERROR-FLAG
            ADD 1 TO REVIEW-KEY-COUNT
        END-IF
    END-IF
    MOVE FORECAST-ERROR TO FORECAST-ERROR-DISPLAY
    MOVE ERROR-PCT TO ERROR-PCT-DISPLAY
    MOVE SPACES TO ERROR-REPORT-RECORD
    STRING CURRENT-ITEM-ID "   " CURRENT-LOCATION " " PRIOR-FORECAST-QTY
        "  " ACTUAL-QTY " " FORECAST-ERROR-DISPLAY "  " ERROR-PCT-DISPLAY
        "  " ERROR-FLAG
        DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
    WRITE ERROR-REPORT-RECORD.

3500-WRITE-ERROR-TOTALS.
    MOVE SPACES TO ERROR-REPORT-RECORD
    WRITE ERROR-REPORT-RECORD
    IF PRIOR-FORECAST-LINES = 0
        MOVE SPACES TO ERROR-REPORT-RECORD
        STRING "NO FORECAST ON FILE FOR 20" CLOSED-MONTH
            " - ACTUALS LISTED WITHOUT A FORECAST TO SCORE"
            DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
        WRITE ERROR-REPORT-RECORD
    END-IF
    MOVE 0 TO MEAN-ABSOLUTE-ERROR OVERALL-ERROR-PCT
    IF ERROR-KEY-COUNT > 0
        COMPUTE MEAN-ABSOLUTE-ERROR ROUNDED = TOTAL-ABSOLUTE-ERROR / ERROR-KEY-COUNT
    END-IF
    IF TOTAL-ACTUAL-QTY > 0
        COMPUTE OVERALL-ERROR-PCT ROUNDED = TOTAL-ABSOLUTE-ERROR * 100 / TOTAL-ACTUAL-QTY
    END-IF
    MOVE MEAN-ABSOLUTE-ERROR TO MEAN-ABSOLUTE-ERROR-DISPLAY
    MOVE OVERALL-ERROR-PCT TO ERROR-PCT-DISPLAY
    MOVE SPACES TO ERROR-REPORT-RECORD
    STRING "KEYS " ERROR-KEY-COUNT "  MEAN ABSOLUTE ERROR " MEAN-ABSOLUTE-ERROR-DISPLAY
        "  OVERALL PCT ERROR " ERROR-PCT-DISPLAY
        "  FLAGGED " REVIEW-KEY-COUNT
        DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
    WRITE ERROR-REPORT-RECORD.

*> The new forecast is only put in place once the run has finished
*> with the old one.
4000-REPLACE-FORECAST-FILE.
    OPEN INPUT FORECAST-WORK-FILE
         OUTPUT FORECAST-FILE
    SET NOT-EOF TO TRUE
    PERFORM UNTIL EOF
        READ FORECAST-WORK-FILE INTO TEMP-RECORD
            AT END
                SET EOF TO TRUE
            NOT AT END
                MOVE TEMP-RECORD TO FORECAST-RECORD
                WRITE FORECAST-RECORD
        END-READ
    END-PERFORM
    CLOSE FORECAST-WORK-FILE
          FORECAST-FILE.
