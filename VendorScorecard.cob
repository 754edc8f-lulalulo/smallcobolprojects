IDENTIFICATION DIVISION.
PROGRAM-ID. VendorScorecard.

*> Monthly vendor performance, measured from the PO history that
*> PurchaseOrderReceiving keeps on PO_HISTORY.DAT (RCV records, one
*> per arrival, and CLS records, one per PO line retired from
*> OPEN_POS.DAT) together with the lines still open on OPEN_POS.DAT.
*> For the requested month (YYMM) each VENDOR-CODE gets one line on
*> VENDOR_SCORECARD.DAT:
*>   LINES DUE  - PO lines whose promised date falls in the month,
*>                closed or still open
*>   ON-TIME %  - of those, the lines fully received on or before
*>                the promised date
*>   FILL %     - units received against units ordered on the lines
*>                due, an over-shipment counting no more than ordered
*>   RECEIPTS, OVER, SHORT - arrivals dated in the month, and how
*>                many of them took the line past its ordered
*>                quantity or left it still short
*>   CLOSED, AVG LEAD - lines closed in the month and their mean
*>                order-to-close time in calendar days
*> Lines raised before promised dates were kept carry 000000 and are
*> left out of the due-date measures; they still count as receipts
*> and closures. Everything passes through a sort work file keyed on
*> vendor and rolled up on the control break, so no table caps how
*> many vendors the scorecard can carry. Unreadable history or PO
*> lines are skipped with a console message, as PurchasingExtract
*> does with OPEN_POS.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-HISTORY-FILE ASSIGN TO 'PO_HISTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PO-HISTORY-FILE-STATUS.
    SELECT OPEN-POS-FILE ASSIGN TO 'OPEN_POS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-POS-FILE-STATUS.
    SELECT SCORECARD-FILE ASSIGN TO 'VENDOR_SCORECARD.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCORE-SORT-FILE ASSIGN TO 'SORTWORK'.

DATA DIVISION.
FILE SECTION.
FD PO-HISTORY-FILE.
01 PO-HISTORY-RECORD PIC X(60).

FD OPEN-POS-FILE.
01 OPEN-POS-RECORD PIC X(50).

FD SCORECARD-FILE.
01 SCORECARD-RECORD PIC X(90).

SD SCORE-SORT-FILE.
01 SCORE-SORT-RECORD.
    05 SC-VENDOR-CODE PIC X(5).
    05 SC-KIND PIC X.
       88 SC-RECEIPT VALUE 'R'.
       88 SC-DUE-LINE VALUE 'D'.
       88 SC-CLOSED-LINE VALUE 'C'.
    05 SC-ORDERED-QTY PIC 9(6).
    05 SC-RECEIVED-QTY PIC 9(6).
    05 SC-ON-TIME-SW PIC X.
       88 SC-ON-TIME VALUE 'Y'.
    05 SC-RECEIPT-STATUS PIC X.
    05 SC-LEAD-DAYS PIC 9(5).

WORKING-STORAGE SECTION.
01 HISTORY-EOF-FLAG PIC X VALUE 'N'.
   88 HISTORY-EOF VALUE 'Y'.
   88 HISTORY-NOT-EOF VALUE 'N'.
01 PO-EOF-FLAG PIC X VALUE 'N'.
   88 PO-EOF VALUE 'Y'.
   88 PO-NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 HISTORY-TEMP-RECORD PIC X(60).
01 PO-TEMP-RECORD PIC X(50).
01 PO-HISTORY-FILE-STATUS PIC X(2).
01 OPEN-POS-FILE-STATUS PIC X(2).
01 SCORE-MONTH PIC X(4).

01 RAW-HIST-TYPE PIC X(10).
01 RAW-HIST-PO PIC X(10).
01 RAW-HIST-VENDOR PIC X(10).
01 RAW-HIST-ITEM PIC X(10).
01 RAW-HIST-F5 PIC X(10).
01 RAW-HIST-F6 PIC X(10).
01 RAW-HIST-F7 PIC X(10).
01 RAW-HIST-F8 PIC X(10).
01 RAW-HIST-F9 PIC X(10).
01 RAW-HIST-F10 PIC X(10).
01 HIST-FIELD-COUNT PIC 9(2) COMP.

01 RAW-PO-NUMBER PIC X(10).
01 RAW-PO-VENDOR PIC X(10).
01 RAW-PO-ITEM-ID PIC X(10).
01 RAW-PO-ORDERED PIC X(10).
01 RAW-PO-RECEIVED PIC X(10).
01 RAW-PO-DATE PIC X(10).
01 RAW-PO-PROMISED PIC X(10).
01 PO-FIELD-COUNT PIC 9(2) COMP.

01 LINE-ORDERED-QTY PIC 9(6).
01 LINE-RECEIVED-QTY PIC 9(6).
01 LINE-ORDER-DATE PIC 9(6).
01 LINE-PROMISED-DATE PIC 9(6).
01 LINE-CLOSE-DATE PIC 9(6).
01 DATE-CCYYMMDD PIC 9(8).
01 ORDER-DAY-NUMBER PIC 9(7).
01 CLOSE-DAY-NUMBER PIC 9(7).

01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-VENDOR PIC X(5).
01 VS-LINES-DUE PIC 9(5).
01 VS-ON-TIME PIC 9(5).
01 VS-DUE-ORDERED PIC 9(8).
01 VS-DUE-FILLED PIC 9(8).
01 VS-RECEIPTS PIC 9(5).
01 VS-OVER PIC 9(5).
01 VS-SHORT PIC 9(5).
01 VS-CLOSED PIC 9(5).
01 VS-LEAD-DAYS PIC 9(8).
01 ON-TIME-PCT PIC 9(3)V9.
01 FILL-PCT PIC 9(3)V9.
01 AVG-LEAD-DAYS PIC 9(4)V9.
01 ON-TIME-PCT-DISPLAY PIC 9(3).9.
01 FILL-PCT-DISPLAY PIC 9(3).9.
01 AVG-LEAD-DISPLAY PIC 9(4).9.

01 HISTORY-READ PIC 9(6) COMP VALUE 0.
01 LINES-SKIPPED PIC 9(6) COMP VALUE 0.
01 VENDORS-SCORED PIC 9(4) COMP VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    DISPLAY "Enter scorecard month (YYMM): " WITH NO ADVANCING
    ACCEPT SCORE-MONTH
    IF SCORE-MONTH (1:4) IS NOT NUMERIC
        DISPLAY "SCORECARD MONTH MUST BE FOUR DIGITS (YYMM)"
        STOP RUN
    END-IF
    OPEN OUTPUT SCORECARD-FILE
    SORT SCORE-SORT-FILE
        ON ASCENDING KEY SC-VENDOR-CODE
        INPUT PROCEDURE IS 1000-RELEASE-PERFORMANCE
        OUTPUT PROCEDURE IS 3000-WRITE-SCORECARD
    CLOSE SCORECARD-FILE
    DISPLAY "PO HISTORY RECORDS READ " HISTORY-READ
        " SKIPPED LINES " LINES-SKIPPED
    DISPLAY "VENDORS SCORED " VENDORS-SCORED
    STOP RUN.

1000-RELEASE-PERFORMANCE.
    PERFORM 1100-READ-PO-HISTORY
    PERFORM 1500-READ-OPEN-POS.

*> No history yet just means no PO line has been received since the
*> history was started; the open lines may still be due.
1100-READ-PO-HISTORY.
    OPEN INPUT PO-HISTORY-FILE
    IF PO-HISTORY-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF PO-HISTORY-FILE-STATUS NOT = '00'
            DISPLAY "PO_HISTORY.DAT COULD NOT BE OPENED - STATUS " PO-HISTORY-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL HISTORY-EOF
            READ PO-HISTORY-FILE INTO HISTORY-TEMP-RECORD
                AT END
                    SET HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO HISTORY-READ
                    PERFORM 1200-RELEASE-HISTORY-LINE
            END-READ
        END-PERFORM
        CLOSE PO-HISTORY-FILE
    END-IF.

1200-RELEASE-HISTORY-LINE.
    MOVE SPACES TO RAW-HIST-TYPE RAW-HIST-PO RAW-HIST-VENDOR RAW-HIST-ITEM
                   RAW-HIST-F5 RAW-HIST-F6 RAW-HIST-F7 RAW-HIST-F8
                   RAW-HIST-F9 RAW-HIST-F10
    MOVE 0 TO HIST-FIELD-COUNT
    UNSTRING HISTORY-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-HIST-TYPE, RAW-HIST-PO, RAW-HIST-VENDOR, RAW-HIST-ITEM,
             RAW-HIST-F5, RAW-HIST-F6, RAW-HIST-F7, RAW-HIST-F8,
             RAW-HIST-F9, RAW-HIST-F10
        TALLYING IN HIST-FIELD-COUNT
    IF RAW-HIST-TYPE = "RCV" AND HIST-FIELD-COUNT = 10
        PERFORM 1300-RELEASE-RECEIPT
    ELSE
        IF RAW-HIST-TYPE = "CLS" AND HIST-FIELD-COUNT = 9
            PERFORM 1400-RELEASE-CLOSED-LINE
        ELSE
            ADD 1 TO LINES-SKIPPED
            DISPLAY "PO_HISTORY.DAT LINE SKIPPED: " HISTORY-TEMP-RECORD
        END-IF
    END-IF.

*> RCV PO VENDOR ITEM LOC QTY ORDERED RECEIVED-TO-DATE DATE STATUS -
*> only arrivals dated in the scorecard month count.
1300-RELEASE-RECEIPT.
    IF RAW-HIST-F9 (1:6) IS NOT NUMERIC
        ADD 1 TO LINES-SKIPPED
        DISPLAY "PO_HISTORY.DAT LINE SKIPPED: " HISTORY-TEMP-RECORD
    ELSE
        IF RAW-HIST-F9 (1:4) = SCORE-MONTH
            MOVE SPACES TO SCORE-SORT-RECORD
            MOVE RAW-HIST-VENDOR (1:5) TO SC-VENDOR-CODE
            SET SC-RECEIPT TO TRUE
            MOVE 0 TO SC-ORDERED-QTY SC-RECEIVED-QTY SC-LEAD-DAYS
            MOVE RAW-HIST-F10 (1:1) TO SC-RECEIPT-STATUS
            RELEASE SCORE-SORT-RECORD
        END-IF
    END-IF.

*> CLS PO VENDOR ITEM ORDERED RECEIVED ORDER-DATE PROMISED CLOSE-DATE -
*> the line counts as due if promised in the month, and as closed
*> (with its lead time) if it left OPEN_POS.DAT in the month.
1400-RELEASE-CLOSED-LINE.
    IF RAW-HIST-F5 (1:6) IS NOT NUMERIC OR RAW-HIST-F6 (1:6) IS NOT NUMERIC
        OR RAW-HIST-F7 (1:6) IS NOT NUMERIC OR RAW-HIST-F8 (1:6) IS NOT NUMERIC
        OR RAW-HIST-F9 (1:6) IS NOT NUMERIC
        ADD 1 TO LINES-SKIPPED
        DISPLAY "PO_HISTORY.DAT LINE SKIPPED: " HISTORY-TEMP-RECORD
    ELSE
        MOVE RAW-HIST-F5 (1:6) TO LINE-ORDERED-QTY
        MOVE RAW-HIST-F6 (1:6) TO LINE-RECEIVED-QTY
        MOVE RAW-HIST-F7 (1:6) TO LINE-ORDER-DATE
        MOVE RAW-HIST-F8 (1:6) TO LINE-PROMISED-DATE
        MOVE RAW-HIST-F9 (1:6) TO LINE-CLOSE-DATE
        IF LINE-PROMISED-DATE NOT = 0
            AND RAW-HIST-F8 (1:4) = SCORE-MONTH
            MOVE SPACES TO SCORE-SORT-RECORD
            MOVE RAW-HIST-VENDOR (1:5) TO SC-VENDOR-CODE
            SET SC-DUE-LINE TO TRUE
            MOVE LINE-ORDERED-QTY TO SC-ORDERED-QTY
            MOVE LINE-RECEIVED-QTY TO SC-RECEIVED-QTY
            MOVE 0 TO SC-LEAD-DAYS
            IF LINE-CLOSE-DATE <= LINE-PROMISED-DATE
                SET SC-ON-TIME TO TRUE
            END-IF
            RELEASE SCORE-SORT-RECORD
        END-IF
        IF RAW-HIST-F9 (1:4) = SCORE-MONTH
            MOVE SPACES TO SCORE-SORT-RECORD
            MOVE RAW-HIST-VENDOR (1:5) TO SC-VENDOR-CODE
            SET SC-CLOSED-LINE TO TRUE
            MOVE 0 TO SC-ORDERED-QTY SC-RECEIVED-QTY SC-LEAD-DAYS
            PERFORM 1450-COMPUTE-LEAD-DAYS
            RELEASE SCORE-SORT-RECORD
        END-IF
    END-IF.

*> Calendar days from order to close; two-digit years are 20yy, as
*> the archive file names assume.
1450-COMPUTE-LEAD-DAYS.
    IF LINE-ORDER-DATE > 0 AND LINE-CLOSE-DATE >= LINE-ORDER-DATE
        COMPUTE DATE-CCYYMMDD = 20000000 + LINE-ORDER-DATE
        COMPUTE ORDER-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (DATE-CCYYMMDD)
        COMPUTE DATE-CCYYMMDD = 20000000 + LINE-CLOSE-DATE
        COMPUTE CLOSE-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (DATE-CCYYMMDD)
        COMPUTE SC-LEAD-DAYS = CLOSE-DAY-NUMBER - ORDER-DAY-NUMBER
    END-IF.

*> A line still open and promised in the month is due and, having
*> not arrived in full, is not on time; what has arrived still
*> counts toward the fill rate.
1500-READ-OPEN-POS.
    OPEN INPUT OPEN-POS-FILE
    IF OPEN-POS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF OPEN-POS-FILE-STATUS NOT = '00'
            DISPLAY "OPEN_POS.DAT COULD NOT BE OPENED - STATUS " OPEN-POS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL PO-EOF
            READ OPEN-POS-FILE INTO PO-TEMP-RECORD
                AT END
                    SET PO-EOF TO TRUE
                NOT AT END
                    PERFORM 1600-RELEASE-OPEN-LINE
            END-READ
        END-PERFORM
        CLOSE OPEN-POS-FILE
    END-IF.

1600-RELEASE-OPEN-LINE.
    MOVE SPACES TO RAW-PO-NUMBER RAW-PO-VENDOR RAW-PO-ITEM-ID
                   RAW-PO-ORDERED RAW-PO-RECEIVED RAW-PO-DATE RAW-PO-PROMISED
    MOVE 0 TO PO-FIELD-COUNT
    UNSTRING PO-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-PO-NUMBER, RAW-PO-VENDOR, RAW-PO-ITEM-ID,
             RAW-PO-ORDERED, RAW-PO-RECEIVED, RAW-PO-DATE, RAW-PO-PROMISED
        TALLYING IN PO-FIELD-COUNT
    IF PO-FIELD-COUNT = 7
        IF RAW-PO-ORDERED (1:6) IS NOT NUMERIC
            OR RAW-PO-RECEIVED (1:6) IS NOT NUMERIC
            OR RAW-PO-PROMISED (1:6) IS NOT NUMERIC
            ADD 1 TO LINES-SKIPPED
            DISPLAY "OPEN_POS.DAT LINE SKIPPED: " PO-TEMP-RECORD
        ELSE
            MOVE RAW-PO-PROMISED (1:6) TO LINE-PROMISED-DATE
            IF LINE-PROMISED-DATE NOT = 0
                AND RAW-PO-PROMISED (1:4) = SCORE-MONTH
                MOVE SPACES TO SCORE-SORT-RECORD
                MOVE RAW-PO-VENDOR (1:5) TO SC-VENDOR-CODE
                SET SC-DUE-LINE TO TRUE
                MOVE RAW-PO-ORDERED (1:6) TO SC-ORDERED-QTY
                MOVE RAW-PO-RECEIVED (1:6) TO SC-RECEIVED-QTY
                MOVE 0 TO SC-LEAD-DAYS
                RELEASE SCORE-SORT-RECORD
            END-IF
        END-IF
    END-IF.

3000-WRITE-SCORECARD.
    PERFORM 3100-WRITE-HEADINGS
    SET NO-KEY-YET TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN SCORE-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 3200-ACCUMULATE-SORT-RECORD
        END-RETURN
    END-PERFORM
    IF HAVE-KEY
        PERFORM 3300-WRITE-VENDOR-LINE
    ELSE
        MOVE SPACES TO SCORECARD-RECORD
        STRING "No vendor activity for this month."
            DELIMITED BY SIZE INTO SCORECARD-RECORD
        WRITE SCORECARD-RECORD
    END-IF.

3100-WRITE-HEADINGS.
    MOVE SPACES TO SCORECARD-RECORD
    STRING "VENDOR SCORECARD FOR 20" SCORE-MONTH
        DELIMITED BY SIZE INTO SCORECARD-RECORD
    WRITE SCORECARD-RECORD
    MOVE SPACES TO SCORECARD-RECORD
    STRING "VENDOR   DUE    ON-TIME%     FILL%  RCPTS     OVER SHORT "
        " CLOSED AVG-LEAD"
        DELIMITED BY SIZE INTO SCORECARD-RECORD
    WRITE SCORECARD-RECORD.

3200-ACCUMULATE-SORT-RECORD.
    IF HAVE-KEY AND SC-VENDOR-CODE NOT = CURRENT-VENDOR
        PERFORM 3300-WRITE-VENDOR-LINE
        SET NO-KEY-YET TO TRUE
    END-IF
    IF NO-KEY-YET
        MOVE SC-VENDOR-CODE TO CURRENT-VENDOR
        MOVE 0 TO VS-LINES-DUE VS-ON-TIME VS-DUE-ORDERED VS-DUE-FILLED
                  VS-RECEIPTS VS-OVER VS-SHORT VS-CLOSED VS-LEAD-DAYS
        SET HAVE-KEY TO TRUE
    END-IF
    IF SC-RECEIPT
        ADD 1 TO VS-RECEIPTS
        IF SC-RECEIPT-STATUS = 'O'
            ADD 1 TO VS-OVER
        END-IF
        IF SC-RECEIPT-STATUS = 'S'
            ADD 1 TO VS-SHORT
        END-IF
    END-IF
    IF SC-DUE-LINE
        ADD 1 TO VS-LINES-DUE
        IF SC-ON-TIME
            ADD 1 TO VS-ON-TIME
        END-IF
        ADD SC-ORDERED-QTY TO VS-DUE-ORDERED
        IF SC-RECEIVED-QTY > SC-ORDERED-QTY
            ADD SC-ORDERED-QTY TO VS-DUE-FILLED
        ELSE
            ADD SC-RECEIVED-QTY TO VS-DUE-FILLED
        END-IF
    END-IF
    IF SC-CLOSED-LINE
        ADD 1 TO VS-CLOSED
        ADD SC-LEAD-DAYS TO VS-LEAD-DAYS
    END-IF.

3300-WRITE-VENDOR-LINE.
    ADD 1 TO VENDORS-SCORED
    MOVE 0 TO ON-TIME-PCT FILL-PCT AVG-LEAD-DAYS
    IF VS-LINES-DUE > 0
        COMPUTE ON-TIME-PCT ROUNDED = VS-ON-TIME * 100 / VS-LINES-DUE
    END-IF
    IF VS-DUE-ORDERED > 0
        COMPUTE FILL-PCT ROUNDED = VS-DUE-FILLED * 100 / VS-DUE-ORDERED
    END-IF
    IF VS-CLOSED > 0
        COMPUTE AVG-LEAD-DAYS ROUNDED = VS-LEAD-DAYS / VS-CLOSED
    END-IF
    MOVE ON-TIME-PCT TO ON-TIME-PCT-DISPLAY
    MOVE FILL-PCT TO FILL-PCT-DISPLAY
    MOVE AVG-LEAD-DAYS TO AVG-LEAD-DISPLAY
    MOVE SPACES TO SCORECARD-RECORD
    STRING CURRENT-VENDOR "  " VS-LINES-DUE "     " ON-TIME-PCT-DISPLAY
        "     " FILL-PCT-DISPLAY "  " VS-RECEIPTS "    " VS-OVER " "
        VS-SHORT "  " VS-CLOSED "  " AVG-LEAD-DISPLAY
        DELIMITED BY SIZE INTO SCORECARD-RECORD
    WRITE SCORECARD-RECORD.
