IDENTIFICATION DIVISION.
PROGRAM-ID. GLJournalInterface.

*> Nightly general-ledger interface. Reads the requested day's
*> movements from AUDIT.DAT and price changes from PRICE_HISTORY.DAT,
*> prices them at UNIT-PRICE and writes a balanced journal to
*> GL_JOURNAL.DAT, so the stock ledger and the GL reconcile to the
*> cent without anyone rebuilding entries from the valuation reports.
*> Every movement is given a posting class from its origin:
*>   RCV  receipts - matched against the detail lines of the night's
*>        PO_RECEIPT_TRANS.DAT batch
*>   ADJ  count adjustments - matched against COUNT_ADJUSTMENTS.DAT
*>   XFR  inter-location moves - the TRANSFER TO/FROM audit lines
*>   REV  price revaluations - each PRICE_HISTORY.DAT change, priced
*>        on the quantity held when it was keyed (the ITEM CHANGED
*>        audit line written with it)
*>   ISS  customer issues - every other stock decrease, and the
*>        backorder fills a receipt ships straight out again
*>   RTN  customer returns restocked to sellable stock
*>   RTH  customer returns held for the vendor
*>   RTS  customer returns scrapped
*>   RTV  returns to vendor out of sellable stock
*>   RVH  returns to vendor out of held stock
*>        (held and scrapped returns never reach ITEM-QUANTITY, so
*>        their lines carry a zero delta and are valued on the
*>        quantity in the annotation)
*>   KIT  kit builds and break-downs - each component and kit line
*>        booked at its own price, like each side of a transfer, so
*>        any difference between a kit's price and its components'
*>        lands on the assembly account
*> A stock increase that matches neither batch, a price change with
*> no maintenance line to price it, an item no longer on
*> INVENTORY.DAT, or a class/cost centre with no accounts is not
*> journalled: it goes to EXCEPTIONS.DAT for accounting to book by
*> hand. Each movement is valued at the UNIT-PRICE in force when it
*> happened - the old price of any change keyed later the same day,
*> otherwise the price now on INVENTORY.DAT - and on the quantity
*> actually moved (NEW less OLD), so an issue clipped at zero stock
*> is valued on what really left the shelf.
*> GL_ACCOUNT_MAP.DAT (CLASS COST-CENTRE DEBIT-ACCT CREDIT-ACCT,
*> space-delimited, one per line) maps each class to its accounts per
*> LOCATION-CODE cost centre; a cost centre of *** is the class's
*> default for any location without its own line. The accounts are
*> given for the class's natural movement - a stock increase for RCV,
*> ADJ, XFR, REV, RTN, RTH, RTS and KIT, a decrease for ISS, RTV
*> and RVH - and a movement the other
*> way posts them reversed. Each entry is one debit and one credit
*> line of equal amount, so the journal balances by construction;
*> the trailer carries the control totals that prove it, preceded by
*> one control line per class.
*> GL_JOURNAL.DAT is fixed format, one field per fixed column:
*>   H JOURNAL-DATE RUN-DATE RUN-TIME
*>   D JOURNAL-DATE ENTRY-NO D/C ACCOUNT(10) COST-CENTRE CLASS
*>     AMOUNT(9V99) ITEM-ID QTY AUDIT-STAMP
*>   C CLASS ENTRY-COUNT AMOUNT(11V99)
*>   T ENTRY-COUNT LINE-COUNT TOTAL-DEBITS(11V99) TOTAL-CREDITS(11V99)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.
    SELECT PRICE-HISTORY-FILE ASSIGN TO 'PRICE_HISTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRICE-HISTORY-STATUS.
    SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ITEM-KEY
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT RECEIPT-TRANS-FILE ASSIGN TO 'PO_RECEIPT_TRANS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECEIPT-TRANS-STATUS.
    SELECT COUNT-ADJUSTMENTS-FILE ASSIGN TO 'COUNT_ADJUSTMENTS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COUNT-ADJUSTMENTS-STATUS.
    SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GL_ACCOUNT_MAP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-MAP-STATUS.
    SELECT GL-JOURNAL-FILE ASSIGN TO 'GL_JOURNAL.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTIONS-FILE ASSIGN TO 'EXCEPTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPTIONS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
01 AUDIT-RECORD PIC X(80).

FD PRICE-HISTORY-FILE.
01 PRICE-HISTORY-RECORD PIC X(50).

FD INVENTORY-FILE.
01 INVENTORY-RECORD.
    COPY INVFIELDS.

FD RECEIPT-TRANS-FILE.
01 RECEIPT-TRANS-RECORD PIC X(30).

FD COUNT-ADJUSTMENTS-FILE.
01 COUNT-ADJUSTMENTS-RECORD PIC X(30).

FD ACCOUNT-MAP-FILE.
01 ACCOUNT-MAP-RECORD PIC X(40).

FD GL-JOURNAL-FILE.
01 GL-JOURNAL-RECORD PIC X(90).

FD EXCEPTIONS-FILE.
01 EXCEPTIONS-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 BATCH-EOF-FLAG PIC X VALUE 'N'.
   88 BATCH-EOF VALUE 'Y'.
   88 BATCH-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(80).
01 BATCH-TEMP-RECORD PIC X(30).
01 AUDIT-FILE-STATUS PIC X(2).
01 PRICE-HISTORY-STATUS PIC X(2).
01 INVENTORY-FILE-STATUS PIC X(2).
01 RECEIPT-TRANS-STATUS PIC X(2).
01 COUNT-ADJUSTMENTS-STATUS PIC X(2).
01 ACCOUNT-MAP-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 JOURNAL-DATE PIC X(6).
01 RUN-DATE PIC 9(6).
01 RUN-TIME PIC 9(8).

01 ACCOUNT-MAP-COUNT PIC 9(4) COMP VALUE 0.
01 ACCOUNT-MAP-TABLE.
   05 ACCOUNT-MAP-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON ACCOUNT-MAP-COUNT
      INDEXED BY ACCOUNT-MAP-IDX.
      10 AM-CLASS PIC X(3).
      10 AM-COST-CENTRE PIC X(3).
      10 AM-DEBIT-ACCT PIC X(10).
      10 AM-CREDIT-ACCT PIC X(10).
01 RAW-AM-CLASS PIC X(10).
01 RAW-AM-CLASS-LEN PIC 9(2) COMP.
01 RAW-AM-CENTRE PIC X(10).
01 RAW-AM-CENTRE-LEN PIC 9(2) COMP.
01 RAW-AM-DEBIT PIC X(15).
01 RAW-AM-DEBIT-LEN PIC 9(2) COMP.
01 RAW-AM-CREDIT PIC X(15).
01 RAW-AM-CREDIT-LEN PIC 9(2) COMP.
01 AM-FIELD-COUNT PIC 9(2) COMP.
01 ACCOUNT-MAP-FOUND-SW PIC X VALUE 'N'.
   88 ACCOUNT-MAP-FOUND VALUE 'Y'.
   88 ACCOUNT-MAP-NOT-FOUND VALUE 'N'.
01 MAP-LOOKUP-CENTRE PIC X(3).

*> The night's batch detail lines, each consumed by the first audit
*> line it explains.
01 RECEIPT-LINE-COUNT PIC 9(4) COMP VALUE 0.
01 RECEIPT-LINE-TABLE.
   05 RECEIPT-LINE-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON RECEIPT-LINE-COUNT
      INDEXED BY RECEIPT-LINE-IDX.
      10 RL-ITEM-ID PIC 9(5).
      10 RL-LOCATION-CODE PIC X(3).
      10 RL-QTY PIC S9(5).
      10 RL-USED-SW PIC X.
         88 RL-USED VALUE 'Y'.
01 COUNT-LINE-COUNT PIC 9(4) COMP VALUE 0.
01 COUNT-LINE-TABLE.
   05 COUNT-LINE-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON COUNT-LINE-COUNT
      INDEXED BY COUNT-LINE-IDX.
      10 CL-ITEM-ID PIC 9(5).
      10 CL-LOCATION-CODE PIC X(3).
      10 CL-QTY PIC S9(5).
      10 CL-USED-SW PIC X.
         88 CL-USED VALUE 'Y'.
01 RAW-BT-ITEM-ID PIC X(10).
01 RAW-BT-ITEM-LEN PIC 9(2) COMP.
01 RAW-BT-LOCATION PIC X(10).
01 RAW-BT-LOC-LEN PIC 9(2) COMP.
01 RAW-BT-QTY PIC X(10).
01 RAW-BT-QTY-LEN PIC 9(2) COMP.
01 BT-FIELD-COUNT PIC 9(2) COMP.
01 BT-QTY PIC S9(4) SIGN LEADING SEPARATE.
01 BATCH-MATCH-SW PIC X VALUE 'N'.
   88 BATCH-MATCH-FOUND VALUE 'Y'.
   88 BATCH-MATCH-NOT-FOUND VALUE 'N'.
01 BATCH-LINE-USABLE-SW PIC X.
   88 BATCH-LINE-USABLE VALUE 'Y'.
   88 BATCH-LINE-UNUSABLE VALUE 'N'.

*> The day's price changes in the order they were keyed.
01 PRICE-CHANGE-COUNT PIC 9(4) COMP VALUE 0.
01 PRICE-CHANGE-TABLE.
   05 PRICE-CHANGE-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON PRICE-CHANGE-COUNT
      INDEXED BY PRICE-CHANGE-IDX.
      10 PC-ITEM-ID PIC 9(5).
      10 PC-LOCATION-CODE PIC X(3).
      10 PC-OLD-PRICE PIC 9(5)V99.
      10 PC-NEW-PRICE PIC 9(5)V99.
      10 PC-STAMP PIC X(14).
      10 PC-USED-SW PIC X.
         88 PC-USED VALUE 'Y'.
01 PRICE-CHANGE-FOUND-SW PIC X VALUE 'N'.
   88 PRICE-CHANGE-FOUND VALUE 'Y'.
   88 PRICE-CHANGE-NOT-FOUND VALUE 'N'.
01 PH-ITEM-ID-STG PIC X(15).
01 PH-ITEM-ID-LEN PIC 9(2) COMP.
01 PH-LOCATION-STG PIC X(15).
01 PH-LOCATION-LEN PIC 9(2) COMP.
01 PH-OLD-PRICE-STG PIC X(15).
01 PH-OLD-PRICE-LEN PIC 9(2) COMP.
01 PH-NEW-PRICE-STG PIC X(15).
01 PH-NEW-PRICE-LEN PIC 9(2) COMP.
01 PH-STAMP-STG PIC X(15).
01 PH-STAMP-LEN PIC 9(2) COMP.
01 PH-OVERFLOW PIC X(20).
01 PH-FIELD-COUNT PIC 9(2) COMP.
01 PH-PRICE-DIGITS PIC 9(7).
01 PH-PRICE REDEFINES PH-PRICE-DIGITS PIC 9(5)V99.

*> Receipt quantity shipped straight out to backorders before the
*> receipt's own audit line, per item/location.
01 PENDING-FILL-COUNT PIC 9(4) COMP VALUE 0.
01 PENDING-FILL-TABLE.
   05 PENDING-FILL-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON PENDING-FILL-COUNT
      INDEXED BY PENDING-FILL-IDX.
      10 PF-ITEM-ID PIC 9(5).
      10 PF-LOCATION-CODE PIC X(3).
      10 PF-QTY PIC 9(5).
01 PENDING-FILL-FOUND-SW PIC X VALUE 'N'.
   88 PENDING-FILL-FOUND VALUE 'Y'.
   88 PENDING-FILL-NOT-FOUND VALUE 'N'.

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
01 AUD-FIELD-COUNT PIC 9(2) COMP.
01 AUD-NOTE-POINTER PIC 9(3) COMP.
01 AUD-NOTE PIC X(40).
01 NOTE-WORD-1 PIC X(15).
01 NOTE-WORD-2 PIC X(15).
01 NOTE-WORD-3 PIC X(15).
01 RETURN-QTY PIC 9(4).
01 AUD-RECORD-USABLE-SW PIC X.
   88 AUD-RECORD-USABLE VALUE 'Y'.
   88 AUD-RECORD-UNUSABLE VALUE 'N'.
01 AUD-ITEM-ID PIC 9(5).
01 AUD-LOCATION-CODE PIC X(3).
01 AUD-OLD-QTY PIC 9(4).
01 AUD-NEW-QTY PIC 9(4).
01 AUD-DELTA PIC S9(4) SIGN LEADING SEPARATE.
01 MOVED-QTY PIC S9(5).
01 GROSS-QTY PIC S9(5).
01 FILL-QTY PIC 9(5).

01 POST-CLASS PIC X(3).
   88 POST-CLASS-DECREASES VALUE "ISS" "RTV" "RVH".
01 POST-ITEM-ID PIC 9(5).
01 POST-LOCATION-CODE PIC X(3).
01 POST-QTY PIC 9(5).
01 POST-STAMP PIC X(14).
01 POST-UNIT-PRICE PIC 9(5)V99.
01 POST-AMOUNT PIC 9(9)V99.
01 POST-AMOUNT-PRICED-SW PIC X VALUE SPACE.
   88 POST-AMOUNT-PRICED VALUE 'Y'.
01 POST-DIRECTION-SW PIC X.
   88 POST-INCREASE VALUE 'I'.
   88 POST-DECREASE VALUE 'D'.
01 POST-DEBIT-ACCT PIC X(10).
01 POST-CREDIT-ACCT PIC X(10).
01 POST-PRICE-OK-SW PIC X.
   88 POST-PRICE-OK VALUE 'Y'.
   88 POST-PRICE-BAD VALUE 'N'.
01 GL-REJECT-REASON PIC X(30).

01 JOURNAL-LINE-SIDE PIC X.
01 JOURNAL-LINE-ACCT PIC X(10).
01 ENTRY-NUMBER PIC 9(6) VALUE 0.
01 JOURNAL-LINE-COUNT PIC 9(7) VALUE 0.
01 TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
01 TOTAL-CREDITS PIC 9(11)V99 VALUE 0.

01 CLASS-COUNT PIC 9(2) COMP VALUE 11.
01 CLASS-TOTAL-TABLE.
   05 CLASS-TOTAL-ENTRY OCCURS 11 TIMES INDEXED BY CLASS-IDX.
      10 CT-CLASS PIC X(3).
      10 CT-ENTRIES PIC 9(6).
      10 CT-AMOUNT PIC 9(11)V99.

01 AUDIT-LINES-READ PIC 9(6) COMP VALUE 0.
01 MOVEMENTS-REJECTED PIC 9(6) COMP VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    DISPLAY "Enter journal date (YYMMDD): " WITH NO ADVANCING
    ACCEPT JOURNAL-DATE
    IF JOURNAL-DATE (1:6) IS NOT NUMERIC
        DISPLAY "JOURNAL DATE MUST BE SIX DIGITS (YYMMDD)"
        STOP RUN
    END-IF
    MOVE "RCV" TO CT-CLASS (1)
    MOVE "ISS" TO CT-CLASS (2)
    MOVE "ADJ" TO CT-CLASS (3)
    MOVE "XFR" TO CT-CLASS (4)
    MOVE "REV" TO CT-CLASS (5)
    MOVE "RTN" TO CT-CLASS (6)
    MOVE "RTH" TO CT-CLASS (7)
    MOVE "RTS" TO CT-CLASS (8)
    MOVE "RTV" TO CT-CLASS (9)
    MOVE "RVH" TO CT-CLASS (10)
    MOVE "KIT" TO CT-CLASS (11)
    PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > CLASS-COUNT
        MOVE 0 TO CT-ENTRIES (CLASS-IDX) CT-AMOUNT (CLASS-IDX)
    END-PERFORM
    PERFORM 500-LOAD-ACCOUNT-MAP
    PERFORM 600-LOAD-RECEIPT-BATCH
    PERFORM 700-LOAD-COUNT-BATCH
    PERFORM 800-LOAD-PRICE-CHANGES
    OPEN INPUT AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = '00'
        DISPLAY "AUDIT.DAT COULD NOT BE OPENED - STATUS " AUDIT-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    OPEN OUTPUT GL-JOURNAL-FILE
    PERFORM 1900-WRITE-JOURNAL-HEADER
    PERFORM 2000-JOURNAL-AUDIT-TRAIL
    PERFORM 4000-CHECK-UNPRICED-CHANGES
    PERFORM 5000-WRITE-CONTROL-TOTALS
    CLOSE AUDIT-FILE
          INVENTORY-FILE
          EXCEPTIONS-FILE
          GL-JOURNAL-FILE
    DISPLAY "AUDIT LINES READ " AUDIT-LINES-READ " ENTRIES JOURNALLED " ENTRY-NUMBER
        " REJECTED " MOVEMENTS-REJECTED
    DISPLAY "TOTAL DEBITS " TOTAL-DEBITS " TOTAL CREDITS " TOTAL-CREDITS
    STOP RUN.

*> Without the account map nothing can be journalled, so a missing
*> or unreadable master abandons the run.
500-LOAD-ACCOUNT-MAP.
    OPEN INPUT ACCOUNT-MAP-FILE
    IF ACCOUNT-MAP-STATUS NOT = '00'
        DISPLAY "GL_ACCOUNT_MAP.DAT COULD NOT BE OPENED - STATUS " ACCOUNT-MAP-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL EOF
        READ ACCOUNT-MAP-FILE INTO BATCH-TEMP-RECORD
            AT END
                SET EOF TO TRUE
            NOT AT END
                PERFORM 510-LOAD-ONE-ACCOUNT-MAP
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-MAP-FILE
    SET NOT-EOF TO TRUE.

510-LOAD-ONE-ACCOUNT-MAP.
    IF ACCOUNT-MAP-COUNT >= 500
        DISPLAY "GL_ACCOUNT_MAP.DAT EXCEEDS 500 MAPPINGS - RUN ABANDONED"
        STOP RUN
    END-IF
    MOVE SPACES TO RAW-AM-CLASS RAW-AM-CENTRE RAW-AM-DEBIT RAW-AM-CREDIT
    MOVE 0 TO AM-FIELD-COUNT RAW-AM-CLASS-LEN RAW-AM-CENTRE-LEN
              RAW-AM-DEBIT-LEN RAW-AM-CREDIT-LEN
    UNSTRING BATCH-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-AM-CLASS COUNT IN RAW-AM-CLASS-LEN,
             RAW-AM-CENTRE COUNT IN RAW-AM-CENTRE-LEN,
             RAW-AM-DEBIT COUNT IN RAW-AM-DEBIT-LEN,
             RAW-AM-CREDIT COUNT IN RAW-AM-CREDIT-LEN
        TALLYING IN AM-FIELD-COUNT
    IF AM-FIELD-COUNT NOT = 4
        OR RAW-AM-CLASS-LEN NOT = 3 OR RAW-AM-CENTRE-LEN > 3
        OR RAW-AM-DEBIT-LEN > 10 OR RAW-AM-CREDIT-LEN > 10
        DISPLAY "GL_ACCOUNT_MAP.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " BATCH-TEMP-RECORD
        STOP RUN
    END-IF
    SET CLASS-IDX TO 1
    SEARCH CLASS-TOTAL-ENTRY
        AT END
            DISPLAY "GL_ACCOUNT_MAP.DAT UNKNOWN POSTING CLASS - RUN ABANDONED"
            DISPLAY "RECORD: " BATCH-TEMP-RECORD
            STOP RUN
        WHEN CT-CLASS (CLASS-IDX) = RAW-AM-CLASS (1:3)
            CONTINUE
    END-SEARCH
    ADD 1 TO ACCOUNT-MAP-COUNT
    MOVE RAW-AM-CLASS (1:3) TO AM-CLASS (ACCOUNT-MAP-COUNT)
    MOVE RAW-AM-CENTRE (1:3) TO AM-COST-CENTRE (ACCOUNT-MAP-COUNT)
    MOVE RAW-AM-DEBIT (1:10) TO AM-DEBIT-ACCT (ACCOUNT-MAP-COUNT)
    MOVE RAW-AM-CREDIT (1:10) TO AM-CREDIT-ACCT (ACCOUNT-MAP-COUNT).

*> The night's receipt batch as PurchaseOrderReceiving wrote it. No
*> batch just means nothing arrived; HDR and TRL lines are skipped.
600-LOAD-RECEIPT-BATCH.
    OPEN INPUT RECEIPT-TRANS-FILE
    IF RECEIPT-TRANS-STATUS = '35'
        CONTINUE
    ELSE
        IF RECEIPT-TRANS-STATUS NOT = '00'
            DISPLAY "PO_RECEIPT_TRANS.DAT COULD NOT BE OPENED - STATUS " RECEIPT-TRANS-STATUS
            STOP RUN
        END-IF
        SET BATCH-NOT-EOF TO TRUE
        PERFORM UNTIL BATCH-EOF
            READ RECEIPT-TRANS-FILE INTO BATCH-TEMP-RECORD
                AT END
                    SET BATCH-EOF TO TRUE
                NOT AT END
                    PERFORM 900-PARSE-BATCH-DETAIL
                    IF BATCH-LINE-USABLE
                        PERFORM 610-LOAD-ONE-RECEIPT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECEIPT-TRANS-FILE
    END-IF.

610-LOAD-ONE-RECEIPT-LINE.
    IF RECEIPT-LINE-COUNT >= 500
        DISPLAY "PO_RECEIPT_TRANS.DAT EXCEEDS 500 DETAIL LINES - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO RECEIPT-LINE-COUNT
    MOVE RAW-BT-ITEM-ID (1:5) TO RL-ITEM-ID (RECEIPT-LINE-COUNT)
    MOVE RAW-BT-LOCATION (1:3) TO RL-LOCATION-CODE (RECEIPT-LINE-COUNT)
    MOVE BT-QTY TO RL-QTY (RECEIPT-LINE-COUNT)
    MOVE SPACE TO RL-USED-SW (RECEIPT-LINE-COUNT).

*> The night's count adjustments as PhysicalCountReconciliation
*> wrote them; missing means no count was reconciled.
700-LOAD-COUNT-BATCH.
    OPEN INPUT COUNT-ADJUSTMENTS-FILE
    IF COUNT-ADJUSTMENTS-STATUS = '35'
        CONTINUE
    ELSE
        IF COUNT-ADJUSTMENTS-STATUS NOT = '00'
            DISPLAY "COUNT_ADJUSTMENTS.DAT COULD NOT BE OPENED - STATUS " COUNT-ADJUSTMENTS-STATUS
            STOP RUN
        END-IF
        SET BATCH-NOT-EOF TO TRUE
        PERFORM UNTIL BATCH-EOF
            READ COUNT-ADJUSTMENTS-FILE INTO BATCH-TEMP-RECORD
                AT END
                    SET BATCH-EOF TO TRUE
                NOT AT END
                    PERFORM 900-PARSE-BATCH-DETAIL
                    IF BATCH-LINE-USABLE
                        PERFORM 710-LOAD-ONE-COUNT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COUNT-ADJUSTMENTS-FILE
    END-IF.

710-LOAD-ONE-COUNT-LINE.
    IF COUNT-LINE-COUNT >= 500
        DISPLAY "COUNT_ADJUSTMENTS.DAT EXCEEDS 500 DETAIL LINES - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO COUNT-LINE-COUNT
    MOVE RAW-BT-ITEM-ID (1:5) TO CL-ITEM-ID (COUNT-LINE-COUNT)
    MOVE RAW-BT-LOCATION (1:3) TO CL-LOCATION-CODE (COUNT-LINE-COUNT)
    MOVE BT-QTY TO CL-QTY (COUNT-LINE-COUNT)
    MOVE SPACE TO CL-USED-SW (COUNT-LINE-COUNT).

*> The day's price changes, kept in keying order: each is priced by
*> the ITEM CHANGED audit line written with it, and until then its
*> old price is the one in force for that item/location's movements.
800-LOAD-PRICE-CHANGES.
    OPEN INPUT PRICE-HISTORY-FILE
    IF PRICE-HISTORY-STATUS = '35'
        CONTINUE
    ELSE
        IF PRICE-HISTORY-STATUS NOT = '00'
            DISPLAY "PRICE_HISTORY.DAT COULD NOT BE OPENED - STATUS " PRICE-HISTORY-STATUS
            STOP RUN
        END-IF
        SET BATCH-NOT-EOF TO TRUE
        PERFORM UNTIL BATCH-EOF
            READ PRICE-HISTORY-FILE INTO TEMP-RECORD
                AT END
                    SET BATCH-EOF TO TRUE
                NOT AT END
                    PERFORM 810-LOAD-ONE-PRICE-CHANGE
            END-READ
        END-PERFORM
        CLOSE PRICE-HISTORY-FILE
    END-IF.

*> Same layout rule as PriceRevaluationReport: ITEM LOC OLD-PRICE
*> NEW-PRICE DATETIME [OPERATOR], the prices seven digits with an implied V99
*> (taken through PH-PRICE so the decimals land in place); lines too
*> mangled to parse are left where they are.
810-LOAD-ONE-PRICE-CHANGE.
    MOVE SPACES TO PH-ITEM-ID-STG PH-LOCATION-STG PH-OLD-PRICE-STG
                   PH-NEW-PRICE-STG PH-STAMP-STG PH-OVERFLOW
    MOVE 0 TO PH-FIELD-COUNT PH-ITEM-ID-LEN PH-LOCATION-LEN
              PH-OLD-PRICE-LEN PH-NEW-PRICE-LEN PH-STAMP-LEN
    UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
        INTO PH-ITEM-ID-STG COUNT IN PH-ITEM-ID-LEN,
             PH-LOCATION-STG COUNT IN PH-LOCATION-LEN,
             PH-OLD-PRICE-STG COUNT IN PH-OLD-PRICE-LEN,
             PH-NEW-PRICE-STG COUNT IN PH-NEW-PRICE-LEN,
             PH-STAMP-STG COUNT IN PH-STAMP-LEN,
             PH-OVERFLOW
        TALLYING IN PH-FIELD-COUNT
    IF (PH-FIELD-COUNT = 5 OR PH-FIELD-COUNT = 6)
        AND PH-ITEM-ID-LEN = 5 AND PH-LOCATION-LEN <= 3
        AND PH-OLD-PRICE-LEN = 7 AND PH-NEW-PRICE-LEN = 7
        AND PH-STAMP-LEN = 14
        IF PH-ITEM-ID-STG (1:5) IS NUMERIC
            AND PH-OLD-PRICE-STG (1:7) IS NUMERIC
            AND PH-NEW-PRICE-STG (1:7) IS NUMERIC
            AND PH-STAMP-STG (1:6) = JOURNAL-DATE
            IF PRICE-CHANGE-COUNT >= 500
                DISPLAY "PRICE_HISTORY.DAT EXCEEDS 500 CHANGES FOR THE DAY - RUN ABANDONED"
                STOP RUN
            END-IF
            ADD 1 TO PRICE-CHANGE-COUNT
            MOVE PH-ITEM-ID-STG (1:5) TO PC-ITEM-ID (PRICE-CHANGE-COUNT)
            MOVE PH-LOCATION-STG (1:3) TO PC-LOCATION-CODE (PRICE-CHANGE-COUNT)
            MOVE PH-OLD-PRICE-STG (1:7) TO PH-PRICE-DIGITS
            MOVE PH-PRICE TO PC-OLD-PRICE (PRICE-CHANGE-COUNT)
            MOVE PH-NEW-PRICE-STG (1:7) TO PH-PRICE-DIGITS
            MOVE PH-PRICE TO PC-NEW-PRICE (PRICE-CHANGE-COUNT)
            MOVE PH-STAMP-STG (1:14) TO PC-STAMP (PRICE-CHANGE-COUNT)
            MOVE SPACE TO PC-USED-SW (PRICE-CHANGE-COUNT)
        END-IF
    END-IF.

*> Batch detail lines are ITEM LOC +/-QTY, with an optional trailing
*> lot on receipts; the HDR/TRL control lines never parse as one.
900-PARSE-BATCH-DETAIL.
    SET BATCH-LINE-USABLE TO TRUE
    MOVE SPACES TO RAW-BT-ITEM-ID RAW-BT-LOCATION RAW-BT-QTY
    MOVE 0 TO BT-FIELD-COUNT RAW-BT-ITEM-LEN RAW-BT-LOC-LEN RAW-BT-QTY-LEN
    UNSTRING BATCH-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-BT-ITEM-ID COUNT IN RAW-BT-ITEM-LEN,
             RAW-BT-LOCATION COUNT IN RAW-BT-LOC-LEN,
             RAW-BT-QTY COUNT IN RAW-BT-QTY-LEN
        TALLYING IN BT-FIELD-COUNT
    IF BT-FIELD-COUNT < 3
        OR RAW-BT-ITEM-LEN NOT = 5 OR RAW-BT-LOC-LEN > 3
        OR RAW-BT-QTY-LEN NOT = 5
        SET BATCH-LINE-UNUSABLE TO TRUE
    ELSE
        IF RAW-BT-ITEM-ID (1:5) IS NOT NUMERIC
            OR RAW-BT-QTY (2:4) IS NOT NUMERIC
            OR (RAW-BT-QTY (1:1) NOT = '+' AND RAW-BT-QTY (1:1) NOT = '-')
            SET BATCH-LINE-UNUSABLE TO TRUE
        ELSE
            MOVE RAW-BT-QTY (1:5) TO BT-QTY
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

1900-WRITE-JOURNAL-HEADER.
    ACCEPT RUN-DATE FROM DATE
    ACCEPT RUN-TIME FROM TIME
    MOVE SPACES TO GL-JOURNAL-RECORD
    STRING "H " JOURNAL-DATE " " RUN-DATE " " RUN-TIME (1:6)
        DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
    WRITE GL-JOURNAL-RECORD.

2000-JOURNAL-AUDIT-TRAIL.
    PERFORM UNTIL EOF
        READ AUDIT-FILE INTO TEMP-RECORD
            AT END
                SET EOF TO TRUE
            NOT AT END
                PERFORM 2100-PARSE-AUDIT-RECORD
                IF AUD-RECORD-USABLE
                    AND AUD-STAMP-STG (1:6) = JOURNAL-DATE
                    ADD 1 TO AUDIT-LINES-READ
                    PERFORM 2200-CLASSIFY-AUDIT-LINE
                END-IF
        END-READ
    END-PERFORM.

*> Same layout rule as DailyMovementReport: ITEM LOC OLD DELTA NEW
*> DATETIME, then whatever annotation the update run added, which is
*> picked up from where the stamp ends up to column 72 - the
*> operator the line was posted under sits in columns 73-80.
2100-PARSE-AUDIT-RECORD.
    SET AUD-RECORD-USABLE TO TRUE
    MOVE SPACES TO AUD-ITEM-ID-STG AUD-LOCATION-STG AUD-OLD-QTY-STG
                   AUD-DELTA-STG AUD-NEW-QTY-STG AUD-STAMP-STG AUD-NOTE
    MOVE 0 TO AUD-FIELD-COUNT AUD-ITEM-ID-LEN AUD-LOCATION-LEN
              AUD-OLD-QTY-LEN AUD-DELTA-LEN AUD-NEW-QTY-LEN AUD-STAMP-LEN
    MOVE 1 TO AUD-NOTE-POINTER
    UNSTRING TEMP-RECORD (1:72) DELIMITED BY ALL SPACES
        INTO AUD-ITEM-ID-STG COUNT IN AUD-ITEM-ID-LEN,
             AUD-LOCATION-STG COUNT IN AUD-LOCATION-LEN,
             AUD-OLD-QTY-STG COUNT IN AUD-OLD-QTY-LEN,
             AUD-DELTA-STG COUNT IN AUD-DELTA-LEN,
             AUD-NEW-QTY-STG COUNT IN AUD-NEW-QTY-LEN,
             AUD-STAMP-STG COUNT IN AUD-STAMP-LEN
        WITH POINTER AUD-NOTE-POINTER
        TALLYING IN AUD-FIELD-COUNT
    IF AUD-FIELD-COUNT < 6
        OR AUD-ITEM-ID-LEN NOT = 5 OR AUD-LOCATION-LEN > 3
        OR AUD-OLD-QTY-LEN NOT = 4 OR AUD-DELTA-LEN NOT = 5
        OR AUD-NEW-QTY-LEN NOT = 4 OR AUD-STAMP-LEN NOT = 14
        SET AUD-RECORD-UNUSABLE TO TRUE
    ELSE
        IF AUD-ITEM-ID-STG (1:5) IS NOT NUMERIC
            OR AUD-OLD-QTY-STG (1:4) IS NOT NUMERIC
            OR AUD-NEW-QTY-STG (1:4) IS NOT NUMERIC
            OR AUD-STAMP-STG (1:14) IS NOT NUMERIC
            OR AUD-DELTA-STG (2:4) IS NOT NUMERIC
            SET AUD-RECORD-UNUSABLE TO TRUE
        ELSE
            IF AUD-DELTA-STG (1:1) NOT = '+' AND AUD-DELTA-STG (1:1) NOT = '-'
                SET AUD-RECORD-UNUSABLE TO TRUE
            ELSE
                MOVE AUD-ITEM-ID-STG (1:5) TO AUD-ITEM-ID
                MOVE AUD-LOCATION-STG (1:3) TO AUD-LOCATION-CODE
                MOVE AUD-OLD-QTY-STG (1:4) TO AUD-OLD-QTY
                MOVE AUD-NEW-QTY-STG (1:4) TO AUD-NEW-QTY
                MOVE AUD-DELTA-STG (1:5) TO AUD-DELTA
                COMPUTE MOVED-QTY = AUD-NEW-QTY - AUD-OLD-QTY
                IF AUD-NOTE-POINTER <= 72
                    MOVE TEMP-RECORD (AUD-NOTE-POINTER:73 - AUD-NOTE-POINTER)
                        TO AUD-NOTE
                END-IF
            END-IF
        END-IF
    END-IF.

*> The annotation says what kind of line this is. Reservation holds,
*> releases and consumptions, and item deletions, move no stock and
*> carry no value. An ITEM ADDED line brings opening stock onto the
*> books from outside any batch, so it is left for accounting.
2200-CLASSIFY-AUDIT-LINE.
    MOVE SPACES TO NOTE-WORD-1 NOTE-WORD-2 NOTE-WORD-3
    UNSTRING AUD-NOTE DELIMITED BY ALL SPACES
        INTO NOTE-WORD-1, NOTE-WORD-2, NOTE-WORD-3
    MOVE AUD-ITEM-ID TO POST-ITEM-ID
    MOVE AUD-LOCATION-CODE TO POST-LOCATION-CODE
    MOVE AUD-STAMP-STG (1:14) TO POST-STAMP
    IF AUD-NOTE = SPACES
        PERFORM 2300-CLASSIFY-MOVEMENT
    ELSE
        IF NOTE-WORD-1 = "TRANSFER"
            PERFORM 2500-POST-TRANSFER
        ELSE
            IF NOTE-WORD-1 = "BACKORDER" AND NOTE-WORD-2 = "FILLED"
                PERFORM 2600-POST-BACKORDER-FILL
            ELSE
                IF NOTE-WORD-1 = "ITEM" AND NOTE-WORD-2 = "CHANGED"
                    PERFORM 2700-POST-REVALUATION
                ELSE
                    IF NOTE-WORD-1 = "RTN" OR NOTE-WORD-1 = "RTV"
                        PERFORM 2800-POST-RETURN
                    ELSE
                        IF NOTE-WORD-1 = "BLD" OR NOTE-WORD-1 = "BRK"
                            PERFORM 2900-POST-KIT
                        ELSE
                            IF MOVED-QTY NOT = 0
                                MOVE "UNCLASSIFIED MOVEMENT" TO GL-REJECT-REASON
                                PERFORM 3900-WRITE-GL-EXCEPTION
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> A plain quantity line. Any backorder fills the same delta shipped
*> straight out were audited just before it, so the batch line it
*> came from carried those units too.
2300-CLASSIFY-MOVEMENT.
    MOVE 0 TO FILL-QTY
    PERFORM 2350-TAKE-PENDING-FILL
    COMPUTE GROSS-QTY = AUD-DELTA + FILL-QTY
    IF GROSS-QTY > 0
        PERFORM 2400-CLASSIFY-INCREASE
    ELSE
        IF AUD-DELTA < 0
            PERFORM 2450-CLASSIFY-DECREASE
        END-IF
    END-IF.

2350-TAKE-PENDING-FILL.
    SET PENDING-FILL-NOT-FOUND TO TRUE
    SET PENDING-FILL-IDX TO 1
    IF PENDING-FILL-COUNT > 0
        SEARCH PENDING-FILL-ENTRY
            AT END
                SET PENDING-FILL-NOT-FOUND TO TRUE
            WHEN PF-ITEM-ID (PENDING-FILL-IDX) = AUD-ITEM-ID
                AND PF-LOCATION-CODE (PENDING-FILL-IDX) = AUD-LOCATION-CODE
                AND PF-QTY (PENDING-FILL-IDX) > 0
                SET PENDING-FILL-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF PENDING-FILL-FOUND
        MOVE PF-QTY (PENDING-FILL-IDX) TO FILL-QTY
        MOVE 0 TO PF-QTY (PENDING-FILL-IDX)
    END-IF.

*> A stock increase is a receipt if the night's receipt batch holds
*> the same line, a count gain if the count batch does; anything
*> else came from outside the batches and cannot be classified.
2400-CLASSIFY-INCREASE.
    MOVE GROSS-QTY TO POST-QTY
    SET POST-INCREASE TO TRUE
    SET BATCH-MATCH-NOT-FOUND TO TRUE
    SET RECEIPT-LINE-IDX TO 1
    IF RECEIPT-LINE-COUNT > 0
        SEARCH RECEIPT-LINE-ENTRY
            AT END
                SET BATCH-MATCH-NOT-FOUND TO TRUE
            WHEN NOT RL-USED (RECEIPT-LINE-IDX)
                AND RL-ITEM-ID (RECEIPT-LINE-IDX) = AUD-ITEM-ID
                AND RL-LOCATION-CODE (RECEIPT-LINE-IDX) = AUD-LOCATION-CODE
                AND RL-QTY (RECEIPT-LINE-IDX) = GROSS-QTY
                SET RL-USED (RECEIPT-LINE-IDX) TO TRUE
                SET BATCH-MATCH-FOUND TO TRUE
                MOVE "RCV" TO POST-CLASS
        END-SEARCH
    END-IF
    IF BATCH-MATCH-NOT-FOUND
        SET COUNT-LINE-IDX TO 1
        IF COUNT-LINE-COUNT > 0
            SEARCH COUNT-LINE-ENTRY
                AT END
                    SET BATCH-MATCH-NOT-FOUND TO TRUE
                WHEN NOT CL-USED (COUNT-LINE-IDX)
                    AND CL-ITEM-ID (COUNT-LINE-IDX) = AUD-ITEM-ID
                    AND CL-LOCATION-CODE (COUNT-LINE-IDX) = AUD-LOCATION-CODE
                    AND CL-QTY (COUNT-LINE-IDX) = GROSS-QTY
                    SET CL-USED (COUNT-LINE-IDX) TO TRUE
                    SET BATCH-MATCH-FOUND TO TRUE
                    MOVE "ADJ" TO POST-CLASS
            END-SEARCH
        END-IF
    END-IF
    IF BATCH-MATCH-FOUND
        PERFORM 3000-POST-ENTRY
    ELSE
        MOVE "UNCLASSIFIED RECEIPT" TO GL-REJECT-REASON
        PERFORM 3900-WRITE-GL-EXCEPTION
    END-IF.

*> A decrease is a count loss if the count batch holds the same
*> line, otherwise stock that went out to a customer - valued on
*> what actually left the shelf.
2450-CLASSIFY-DECREASE.
    COMPUTE POST-QTY = 0 - MOVED-QTY
    SET POST-DECREASE TO TRUE
    MOVE "ISS" TO POST-CLASS
    SET COUNT-LINE-IDX TO 1
    IF COUNT-LINE-COUNT > 0
        SEARCH COUNT-LINE-ENTRY
            AT END
                CONTINUE
            WHEN NOT CL-USED (COUNT-LINE-IDX)
                AND CL-ITEM-ID (COUNT-LINE-IDX) = AUD-ITEM-ID
                AND CL-LOCATION-CODE (COUNT-LINE-IDX) = AUD-LOCATION-CODE
                AND CL-QTY (COUNT-LINE-IDX) = AUD-DELTA
                SET CL-USED (COUNT-LINE-IDX) TO TRUE
                MOVE "ADJ" TO POST-CLASS
        END-SEARCH
    END-IF
    IF POST-QTY > 0
        PERFORM 3000-POST-ENTRY
    END-IF.

*> Each side of a transfer is booked at its own cost centre and its
*> own price: out of the source, into the destination.
2500-POST-TRANSFER.
    MOVE "XFR" TO POST-CLASS
    IF MOVED-QTY > 0
        SET POST-INCREASE TO TRUE
        MOVE MOVED-QTY TO POST-QTY
        PERFORM 3000-POST-ENTRY
    ELSE
        IF MOVED-QTY < 0
            SET POST-DECREASE TO TRUE
            COMPUTE POST-QTY = 0 - MOVED-QTY
            PERFORM 3000-POST-ENTRY
        END-IF
    END-IF.

*> The filled units went to a customer without touching the shelf:
*> they are issued here, and remembered so the receipt line that
*> follows is matched on its full batch quantity.
2600-POST-BACKORDER-FILL.
    IF NOTE-WORD-3 (1:4) IS NUMERIC
        MOVE NOTE-WORD-3 (1:4) TO FILL-QTY
        MOVE "ISS" TO POST-CLASS
        SET POST-DECREASE TO TRUE
        MOVE FILL-QTY TO POST-QTY
        PERFORM 3000-POST-ENTRY
        SET PENDING-FILL-NOT-FOUND TO TRUE
        SET PENDING-FILL-IDX TO 1
        IF PENDING-FILL-COUNT > 0
            SEARCH PENDING-FILL-ENTRY
                AT END
                    SET PENDING-FILL-NOT-FOUND TO TRUE
                WHEN PF-ITEM-ID (PENDING-FILL-IDX) = AUD-ITEM-ID
                    AND PF-LOCATION-CODE (PENDING-FILL-IDX) = AUD-LOCATION-CODE
                    SET PENDING-FILL-FOUND TO TRUE
                    ADD FILL-QTY TO PF-QTY (PENDING-FILL-IDX)
            END-SEARCH
        END-IF
        IF PENDING-FILL-NOT-FOUND
            IF PENDING-FILL-COUNT >= 500
                DISPLAY "MORE THAN 500 BACKORDER-FILLED KEYS IN A DAY - RUN ABANDONED"
                STOP RUN
            END-IF
            ADD 1 TO PENDING-FILL-COUNT
            MOVE AUD-ITEM-ID TO PF-ITEM-ID (PENDING-FILL-COUNT)
            MOVE AUD-LOCATION-CODE TO PF-LOCATION-CODE (PENDING-FILL-COUNT)
            MOVE FILL-QTY TO PF-QTY (PENDING-FILL-COUNT)
        END-IF
    ELSE
        MOVE "UNREADABLE BACKORDER FILL" TO GL-REJECT-REASON
        PERFORM 3900-WRITE-GL-EXCEPTION
    END-IF.

*> A maintenance line that changed the price carries the quantity on
*> hand at that moment; the stock is revalued on it. A name-only
*> change finds no price change and books nothing.
2700-POST-REVALUATION.
    PERFORM 3150-FIND-PRICE-CHANGE
    IF PRICE-CHANGE-FOUND
        SET PC-USED (PRICE-CHANGE-IDX) TO TRUE
        MOVE "REV" TO POST-CLASS
        MOVE AUD-OLD-QTY TO POST-QTY
        IF PC-NEW-PRICE (PRICE-CHANGE-IDX) > PC-OLD-PRICE (PRICE-CHANGE-IDX)
            SET POST-INCREASE TO TRUE
            COMPUTE POST-AMOUNT = POST-QTY
                * (PC-NEW-PRICE (PRICE-CHANGE-IDX) - PC-OLD-PRICE (PRICE-CHANGE-IDX))
        ELSE
            SET POST-DECREASE TO TRUE
            COMPUTE POST-AMOUNT = POST-QTY
                * (PC-OLD-PRICE (PRICE-CHANGE-IDX) - PC-NEW-PRICE (PRICE-CHANGE-IDX))
        END-IF
        SET POST-AMOUNT-PRICED TO TRUE
        PERFORM 3000-POST-ENTRY
    END-IF.

*> Return lines read RTN/RTV, the disposition, the returned quantity,
*> the reason and the order or PO. A restock may have shipped
*> straight out to backorders first, exactly as a receipt can, so
*> it takes up the pending fill and is booked on the full quantity
*> returned; stock sent back to the vendor from the shelf is valued
*> on what actually left it.
2800-POST-RETURN.
    IF NOTE-WORD-3 (1:4) IS NOT NUMERIC
        MOVE "UNREADABLE RETURN" TO GL-REJECT-REASON
        PERFORM 3900-WRITE-GL-EXCEPTION
    ELSE
        MOVE NOTE-WORD-3 (1:4) TO RETURN-QTY
        MOVE SPACES TO POST-CLASS
        IF NOTE-WORD-1 = "RTN"
            SET POST-INCREASE TO TRUE
            MOVE RETURN-QTY TO POST-QTY
            IF NOTE-WORD-2 = "RESTOCK"
                MOVE "RTN" TO POST-CLASS
                MOVE 0 TO FILL-QTY
                PERFORM 2350-TAKE-PENDING-FILL
                COMPUTE POST-QTY = MOVED-QTY + FILL-QTY
            END-IF
            IF NOTE-WORD-2 = "HOLD"
                MOVE "RTH" TO POST-CLASS
            END-IF
            IF NOTE-WORD-2 = "SCRAP"
                MOVE "RTS" TO POST-CLASS
            END-IF
        ELSE
            SET POST-DECREASE TO TRUE
            MOVE RETURN-QTY TO POST-QTY
            IF NOTE-WORD-2 = "STOCK"
                MOVE "RTV" TO POST-CLASS
                COMPUTE POST-QTY = 0 - MOVED-QTY
            END-IF
            IF NOTE-WORD-2 = "HELD"
                MOVE "RVH" TO POST-CLASS
            END-IF
        END-IF
        IF POST-CLASS = SPACES
            MOVE "UNREADABLE RETURN" TO GL-REJECT-REASON
            PERFORM 3900-WRITE-GL-EXCEPTION
        ELSE
            IF POST-QTY > 0
                PERFORM 3000-POST-ENTRY
            END-IF
        END-IF
    END-IF.

*> Kit lines read BLD/BRK, KIT or CMP, the kit and the build
*> reference. The side that gains stock - the kits built, or the
*> components a break-down hands back - may have shipped straight
*> out to backorders first, so it takes up the pending fill as a
*> receipt does; the side that loses stock is valued on what left
*> the shelf.
2900-POST-KIT.
    IF NOTE-WORD-2 NOT = "KIT" AND NOTE-WORD-2 NOT = "CMP"
        MOVE "UNREADABLE KIT LINE" TO GL-REJECT-REASON
        PERFORM 3900-WRITE-GL-EXCEPTION
    ELSE
        MOVE "KIT" TO POST-CLASS
        IF (NOTE-WORD-1 = "BLD" AND NOTE-WORD-2 = "KIT")
            OR (NOTE-WORD-1 = "BRK" AND NOTE-WORD-2 = "CMP")
            MOVE 0 TO FILL-QTY
            PERFORM 2350-TAKE-PENDING-FILL
            SET POST-INCREASE TO TRUE
            COMPUTE POST-QTY = MOVED-QTY + FILL-QTY
        ELSE
            SET POST-DECREASE TO TRUE
            COMPUTE POST-QTY = 0 - MOVED-QTY
        END-IF
        IF POST-QTY > 0
            PERFORM 3000-POST-ENTRY
        END-IF
    END-IF.

*> Values the movement (unless the caller already has), finds its
*> accounts and writes the debit and credit lines.
3000-POST-ENTRY.
    SET POST-PRICE-OK TO TRUE
    IF NOT POST-AMOUNT-PRICED
        PERFORM 3100-FIND-UNIT-PRICE
        COMPUTE POST-AMOUNT = POST-QTY * POST-UNIT-PRICE
    END-IF
    MOVE SPACE TO POST-AMOUNT-PRICED-SW
    IF POST-PRICE-BAD
        MOVE "ITEM NOT ON INVENTORY FILE" TO GL-REJECT-REASON
        PERFORM 3900-WRITE-GL-EXCEPTION
    ELSE
        PERFORM 3200-FIND-ACCOUNT-MAP
        IF ACCOUNT-MAP-NOT-FOUND
            MOVE "NO ACCOUNT MAPPING" TO GL-REJECT-REASON
            PERFORM 3900-WRITE-GL-EXCEPTION
        ELSE
            IF POST-AMOUNT > 0
                PERFORM 3300-WRITE-ENTRY-LINES
            END-IF
        END-IF
    END-IF.

*> The price in force when the movement happened: the old price of
*> the first change to this item/location not yet passed, else the
*> current price on file.
3100-FIND-UNIT-PRICE.
    PERFORM 3150-FIND-PRICE-CHANGE
    IF PRICE-CHANGE-FOUND
        MOVE PC-OLD-PRICE (PRICE-CHANGE-IDX) TO POST-UNIT-PRICE
    ELSE
        MOVE POST-ITEM-ID TO ITEM-ID
        MOVE POST-LOCATION-CODE TO LOCATION-CODE
        READ INVENTORY-FILE
            INVALID KEY
                SET POST-PRICE-BAD TO TRUE
                MOVE 0 TO POST-UNIT-PRICE
            NOT INVALID KEY
                MOVE UNIT-PRICE TO POST-UNIT-PRICE
        END-READ
    END-IF.

3150-FIND-PRICE-CHANGE.
    SET PRICE-CHANGE-NOT-FOUND TO TRUE
    SET PRICE-CHANGE-IDX TO 1
    IF PRICE-CHANGE-COUNT > 0
        SEARCH PRICE-CHANGE-ENTRY
            AT END
                SET PRICE-CHANGE-NOT-FOUND TO TRUE
            WHEN NOT PC-USED (PRICE-CHANGE-IDX)
                AND PC-ITEM-ID (PRICE-CHANGE-IDX) = AUD-ITEM-ID
                AND PC-LOCATION-CODE (PRICE-CHANGE-IDX) = AUD-LOCATION-CODE
                SET PRICE-CHANGE-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> The cost centre's own line for the class wins; *** is the class
*> default.
3200-FIND-ACCOUNT-MAP.
    MOVE POST-LOCATION-CODE TO MAP-LOOKUP-CENTRE
    PERFORM 3250-SEARCH-ACCOUNT-MAP
    IF ACCOUNT-MAP-NOT-FOUND
        MOVE "***" TO MAP-LOOKUP-CENTRE
        PERFORM 3250-SEARCH-ACCOUNT-MAP
    END-IF
    IF ACCOUNT-MAP-FOUND
        IF (POST-CLASS-DECREASES AND POST-DECREASE)
            OR (NOT POST-CLASS-DECREASES AND POST-INCREASE)
            MOVE AM-DEBIT-ACCT (ACCOUNT-MAP-IDX) TO POST-DEBIT-ACCT
            MOVE AM-CREDIT-ACCT (ACCOUNT-MAP-IDX) TO POST-CREDIT-ACCT
        ELSE
            MOVE AM-CREDIT-ACCT (ACCOUNT-MAP-IDX) TO POST-DEBIT-ACCT
            MOVE AM-DEBIT-ACCT (ACCOUNT-MAP-IDX) TO POST-CREDIT-ACCT
        END-IF
    END-IF.

3250-SEARCH-ACCOUNT-MAP.
    SET ACCOUNT-MAP-NOT-FOUND TO TRUE
    SET ACCOUNT-MAP-IDX TO 1
    SEARCH ACCOUNT-MAP-ENTRY
        AT END
            SET ACCOUNT-MAP-NOT-FOUND TO TRUE
        WHEN AM-CLASS (ACCOUNT-MAP-IDX) = POST-CLASS
            AND AM-COST-CENTRE (ACCOUNT-MAP-IDX) = MAP-LOOKUP-CENTRE
            SET ACCOUNT-MAP-FOUND TO TRUE
    END-SEARCH.

3300-WRITE-ENTRY-LINES.
    ADD 1 TO ENTRY-NUMBER
    MOVE "D" TO JOURNAL-LINE-SIDE
    MOVE POST-DEBIT-ACCT TO JOURNAL-LINE-ACCT
    PERFORM 3350-WRITE-JOURNAL-LINE
    ADD POST-AMOUNT TO TOTAL-DEBITS
    MOVE "C" TO JOURNAL-LINE-SIDE
    MOVE POST-CREDIT-ACCT TO JOURNAL-LINE-ACCT
    PERFORM 3350-WRITE-JOURNAL-LINE
    ADD POST-AMOUNT TO TOTAL-CREDITS
    SET CLASS-IDX TO 1
    SEARCH CLASS-TOTAL-ENTRY
        AT END
            CONTINUE
        WHEN CT-CLASS (CLASS-IDX) = POST-CLASS
            ADD 1 TO CT-ENTRIES (CLASS-IDX)
            ADD POST-AMOUNT TO CT-AMOUNT (CLASS-IDX)
    END-SEARCH.

3350-WRITE-JOURNAL-LINE.
    ADD 1 TO JOURNAL-LINE-COUNT
    MOVE SPACES TO GL-JOURNAL-RECORD
    STRING "D " JOURNAL-DATE " " ENTRY-NUMBER " " JOURNAL-LINE-SIDE
        " " JOURNAL-LINE-ACCT " " POST-LOCATION-CODE " " POST-CLASS
        " " POST-AMOUNT " " POST-ITEM-ID " " POST-QTY " " POST-STAMP
        DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
    WRITE GL-JOURNAL-RECORD.

3900-WRITE-GL-EXCEPTION.
    ADD 1 TO MOVEMENTS-REJECTED
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING AUD-ITEM-ID " " AUD-LOCATION-CODE " " AUD-DELTA " "
        AUD-STAMP-STG (1:14) " GL NOT JOURNALLED - " GL-REJECT-REASON
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

*> A price change with no maintenance line to carry its quantity
*> cannot be valued, so accounting books it by hand.
4000-CHECK-UNPRICED-CHANGES.
    PERFORM VARYING PRICE-CHANGE-IDX FROM 1 BY 1
        UNTIL PRICE-CHANGE-IDX > PRICE-CHANGE-COUNT
        IF NOT PC-USED (PRICE-CHANGE-IDX)
            ADD 1 TO MOVEMENTS-REJECTED
            MOVE SPACES TO EXCEPTIONS-RECORD
            STRING PC-ITEM-ID (PRICE-CHANGE-IDX) " "
                PC-LOCATION-CODE (PRICE-CHANGE-IDX) " "
                PC-STAMP (PRICE-CHANGE-IDX)
                " GL NOT JOURNALLED - PRICE CHANGE NOT VALUED"
                DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
            WRITE EXCEPTIONS-RECORD
        END-IF
    END-PERFORM.

5000-WRITE-CONTROL-TOTALS.
    PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > CLASS-COUNT
        MOVE SPACES TO GL-JOURNAL-RECORD
        STRING "C " CT-CLASS (CLASS-IDX) " " CT-ENTRIES (CLASS-IDX)
            " " CT-AMOUNT (CLASS-IDX)
            DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
        WRITE GL-JOURNAL-RECORD
    END-PERFORM
    MOVE SPACES TO GL-JOURNAL-RECORD
    STRING "T " ENTRY-NUMBER " " JOURNAL-LINE-COUNT " " TOTAL-DEBITS
        " " TOTAL-CREDITS
        DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
    WRITE GL-JOURNAL-RECORD.
