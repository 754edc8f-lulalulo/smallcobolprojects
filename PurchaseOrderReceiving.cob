*> and mangled receipt lines are rejected to EXCEPTIONS.DAT before
*> they touch the PO table - a typo'd location must not retire a
*> PO line while the delta it emits bounces at the update run.
*> Nothing is forgotten when a line drops off: every matched arrival
*> and every retired line is appended to PO_HISTORY.DAT, each record
*> dated, so VendorScorecard can measure vendors over closed orders -
*>   RCV PO VENDOR ITEM LOC QTY ORDERED RECEIVED-TO-DATE RECEIPT-DATE
*>       STATUS   (one per arrival; STATUS S short, F filled, O over)
*>   CLS PO VENDOR ITEM ORDERED RECEIVED ORDER-DATE PROMISED-DATE
*>       CLOSE-DATE   (one per line retired from OPEN_POS.DAT)
*> PO lines raised before promised dates were kept carry 000000.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT LOCATION-MASTER-FILE ASSIGN TO 'LOCATION_MASTER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-MASTER-STATUS.
    SELECT PO-HISTORY-FILE ASSIGN TO 'PO_HISTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PO-HISTORY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
01 RECEIPTS-RECORD PIC X(40).

FD OPEN-POS-FILE.
01 OPEN-POS-RECORD PIC X(50).

FD RECEIPT-TRANS-FILE.
01 RECEIPT-TRANS-RECORD PIC X(30).
FD LOCATION-MASTER-FILE.
01 LOCATION-MASTER-RECORD PIC X(25).

FD PO-HISTORY-FILE.
01 PO-HISTORY-RECORD PIC X(60).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 PO-EOF VALUE 'Y'.
   88 PO-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(40).
01 PO-TEMP-RECORD PIC X(50).
01 RECEIPTS-FILE-STATUS PIC X(2).
01 OPEN-POS-FILE-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 PO-HISTORY-FILE-STATUS PIC X(2).

01 RUN-DATE PIC 9(6).
01 RUN-TIME PIC 9(8).
      10 OP-ORDERED-QTY PIC 9(6).
      10 OP-RECEIVED-QTY PIC 9(6).
      10 OP-ORDER-DATE PIC 9(6).
      10 OP-PROMISED-DATE PIC 9(6).
      10 OP-TOUCHED-SW PIC X.
         88 OP-TOUCHED VALUE 'Y'.
01 OPEN-PO-FOUND-SW PIC X VALUE 'N'.
01 RECEIPT-DELTA PIC S9(4) SIGN LEADING SEPARATE.
01 OVER-QTY PIC 9(6).
01 OUTSTANDING-QTY PIC 9(6).
01 RECEIPT-STATUS PIC X.
01 HISTORY-COUNT PIC 9(6) COMP VALUE 0.

01 RECEIPTS-READ PIC 9(6) COMP VALUE 0.
01 RECEIPTS-MATCHED PIC 9(6) COMP VALUE 0.
    PERFORM 1600-LOAD-LOCATION-MASTER
    PERFORM 1000-LOAD-OPEN-POS
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    PERFORM 1300-OPEN-PO-HISTORY-FILE
    OPEN INPUT RECEIPTS-FILE
    IF RECEIPTS-FILE-STATUS NOT = '00'
        DISPLAY "RECEIPTS.DAT COULD NOT BE OPENED - STATUS " RECEIPTS-FILE-STATUS
          RECEIVING-REPORT-FILE
          EXCEPTIONS-FILE
    PERFORM 6000-REWRITE-OPEN-POS
    CLOSE PO-HISTORY-FILE
    DISPLAY "RECEIPTS READ " RECEIPTS-READ " MATCHED " RECEIPTS-MATCHED
        " REJECTED " REJECT-COUNT
    DISPLAY "PO HISTORY RECORDS WRITTEN " HISTORY-COUNT
    STOP RUN.

*> Abandon rather than load a partial table: any PO line not loaded
        STOP RUN
    END-IF
    ADD 1 TO OPEN-PO-COUNT
    MOVE 0 TO OP-PROMISED-DATE (OPEN-PO-COUNT)
    UNSTRING PO-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO OP-PO-NUMBER (OPEN-PO-COUNT),
             OP-VENDOR-CODE (OPEN-PO-COUNT),
             OP-ITEM-ID (OPEN-PO-COUNT),
             OP-ORDERED-QTY (OPEN-PO-COUNT),
             OP-RECEIVED-QTY (OPEN-PO-COUNT),
             OP-ORDER-DATE (OPEN-PO-COUNT),
             OP-PROMISED-DATE (OPEN-PO-COUNT)
    MOVE SPACE TO OP-TOUCHED-SW (OPEN-PO-COUNT).

*> EXTEND, not OUTPUT: the shared exception file may still hold the
        STOP RUN
    END-IF.

*> The history only ever grows: it is the vendors' track record, and
*> each run adds its arrivals and closures to what is already there.
1300-OPEN-PO-HISTORY-FILE.
    OPEN EXTEND PO-HISTORY-FILE
    IF PO-HISTORY-FILE-STATUS = '35'
        OPEN OUTPUT PO-HISTORY-FILE
    END-IF
    IF PO-HISTORY-FILE-STATUS NOT = '00'
        DISPLAY "PO_HISTORY.DAT COULD NOT BE OPENED - STATUS " PO-HISTORY-FILE-STATUS
        STOP RUN
    END-IF.

*> Same master and rule as InventoryManagement's location check
*> (CODE NAME ACTIVE-FLAG, space-delimited, flag A or I): a receipt
*> naming a location that is not on file, or one retired to
            "  " OP-RECEIVED-QTY (OPEN-PO-IDX) "  RECEIVED"
            DELIMITED BY SIZE INTO RECEIVING-REPORT-RECORD
    END-IF
    WRITE RECEIVING-REPORT-RECORD
    PERFORM 2450-WRITE-RECEIPT-HISTORY.

2450-WRITE-RECEIPT-HISTORY.
    IF OP-RECEIVED-QTY (OPEN-PO-IDX) < OP-ORDERED-QTY (OPEN-PO-IDX)
        MOVE 'S' TO RECEIPT-STATUS
    ELSE
        IF OP-RECEIVED-QTY (OPEN-PO-IDX) = OP-ORDERED-QTY (OPEN-PO-IDX)
            MOVE 'F' TO RECEIPT-STATUS
        ELSE
            MOVE 'O' TO RECEIPT-STATUS
        END-IF
    END-IF
    ADD 1 TO HISTORY-COUNT
    MOVE SPACES TO PO-HISTORY-RECORD
    STRING "RCV " RECEIPT-PO-NUMBER " " OP-VENDOR-CODE (OPEN-PO-IDX)
        " " RECEIPT-ITEM-ID " " RECEIPT-LOCATION " " RECEIPT-QTY
        " " OP-ORDERED-QTY (OPEN-PO-IDX) " " OP-RECEIVED-QTY (OPEN-PO-IDX)
        " " RUN-DATE " " RECEIPT-STATUS
        DELIMITED BY SIZE INTO PO-HISTORY-RECORD
    WRITE PO-HISTORY-RECORD.

*> A lot keyed from the packing slip rides the delta line into the
*> update run, which maintains LOT_BALANCE.DAT from it.
    PERFORM VARYING OPEN-PO-IDX FROM 1 BY 1 UNTIL OPEN-PO-IDX > OPEN-PO-COUNT
        IF OP-RECEIVED-QTY (OPEN-PO-IDX) < OP-ORDERED-QTY (OPEN-PO-IDX)
            PERFORM 6100-WRITE-ONE-PO-LINE
        ELSE
            PERFORM 6200-WRITE-CLOSED-HISTORY
        END-IF
    END-PERFORM
    CLOSE OPEN-POS-FILE.
    STRING OP-PO-NUMBER (OPEN-PO-IDX) " " OP-VENDOR-CODE (OPEN-PO-IDX)
        " " OP-ITEM-ID (OPEN-PO-IDX) " " OP-ORDERED-QTY (OPEN-PO-IDX)
        " " OP-RECEIVED-QTY (OPEN-PO-IDX) " " OP-ORDER-DATE (OPEN-PO-IDX)
        " " OP-PROMISED-DATE (OPEN-PO-IDX)
        DELIMITED BY SIZE INTO OPEN-POS-RECORD
    WRITE OPEN-POS-RECORD.

*> The line leaves OPEN_POS.DAT today, so today is its close date -
*> the date its last arrival came through the dock.
6200-WRITE-CLOSED-HISTORY.
    ADD 1 TO HISTORY-COUNT
    MOVE SPACES TO PO-HISTORY-RECORD
    STRING "CLS " OP-PO-NUMBER (OPEN-PO-IDX) " " OP-VENDOR-CODE (OPEN-PO-IDX)
        " " OP-ITEM-ID (OPEN-PO-IDX) " " OP-ORDERED-QTY (OPEN-PO-IDX)
        " " OP-RECEIVED-QTY (OPEN-PO-IDX) " " OP-ORDER-DATE (OPEN-PO-IDX)
        " " OP-PROMISED-DATE (OPEN-PO-IDX) " " RUN-DATE
        DELIMITED BY SIZE INTO PO-HISTORY-RECORD
    WRITE PO-HISTORY-RECORD.
