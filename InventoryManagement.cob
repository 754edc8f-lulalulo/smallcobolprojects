    SELECT LOT-BALANCE-FILE ASSIGN TO 'LOT_BALANCE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOT-BALANCE-STATUS.
    SELECT RETURN-STOCK-FILE ASSIGN TO 'RETURN_STOCK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RETURN-STOCK-STATUS.
    SELECT RETURNS-LOG-FILE ASSIGN TO 'RETURNS_LOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RETURNS-LOG-STATUS.
    SELECT OPEN-POS-FILE ASSIGN TO 'OPEN_POS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-POS-FILE-STATUS.
    SELECT PO-HISTORY-FILE ASSIGN TO 'PO_HISTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PO-HISTORY-FILE-STATUS.
    SELECT KIT-BOM-FILE ASSIGN TO 'KIT_BOM.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KIT-BOM-STATUS.
    SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO 'OPERATOR_AUTHORITY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
    SELECT PENDING-APPROVAL-FILE ASSIGN TO 'PENDING_APPROVAL.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PENDING-APPROVAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD LOT-BALANCE-FILE.
01 LOT-BALANCE-RECORD PIC X(40).

FD RETURN-STOCK-FILE.
01 RETURN-STOCK-RECORD PIC X(30).

FD RETURNS-LOG-FILE.
01 RETURNS-LOG-RECORD PIC X(80).

FD OPEN-POS-FILE.
01 OPEN-POS-RECORD PIC X(50).

FD PO-HISTORY-FILE.
01 PO-HISTORY-RECORD PIC X(60).

FD KIT-BOM-FILE.
01 KIT-BOM-RECORD PIC X(30).

FD OPERATOR-AUTHORITY-FILE.
01 OPERATOR-AUTHORITY-RECORD PIC X(80).

FD PENDING-APPROVAL-FILE.
01 PENDING-APPROVAL-RECORD PIC X(120).

WORKING-STORAGE SECTION.
01 EOF-FLAG PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
         88 TRANS-TYPE-TRANSFER VALUE 'XFR'.
         88 TRANS-TYPE-RESERVE VALUE 'RSV'.
         88 TRANS-TYPE-RELEASE VALUE 'RLS'.
         88 TRANS-TYPE-RETURN VALUE 'RTN'.
         88 TRANS-TYPE-VENDOR-RETURN VALUE 'RTV'.
         88 TRANS-TYPE-KIT VALUE 'BLD' 'BRK'.
         88 TRANS-TYPE-BUILD VALUE 'BLD'.
         88 TRANS-TYPE-BREAKDOWN VALUE 'BRK'.
         88 TRANS-TYPE-DECISION VALUE 'APR' 'REJ'.
         88 TRANS-TYPE-APPROVE VALUE 'APR'.
         88 TRANS-TYPE-REJECT VALUE 'REJ'.
      10 TRANS-ITEM-ID PIC 9(5).
      10 TRANS-LOCATION-CODE PIC X(3).
      10 TRANS-TO-LOCATION PIC X(3).
      10 TRANS-LOT-NUMBER PIC X(8).
      10 TRANS-LOT-GIVEN-SW PIC X.
         88 TRANS-LOT-GIVEN VALUE 'Y'.
      10 TRANS-REASON-CODE PIC X(4).
      10 TRANS-DISPOSITION PIC X.
         88 TRANS-DISP-RESTOCK VALUE 'R'.
         88 TRANS-DISP-SCRAP VALUE 'S'.
         88 TRANS-DISP-HOLD VALUE 'H'.
      10 TRANS-PENDING-ID PIC X(10).
      10 TRANS-SOURCE-TEXT PIC X(80).

01 OLD-QUANTITY PIC 9(4).
01 COMPUTED-QUANTITY PIC S9(5) SIGN LEADING SEPARATE.
01 RAW-TRANS-LOT-NUMBER PIC X(8).
01 RAW-LOT-GIVEN-SW PIC X.
   88 RAW-LOT-GIVEN VALUE 'Y'.
01 RAW-TRANS-REASON-CODE PIC X(4).
01 RAW-TRANS-DISPOSITION PIC X.
01 RAW-TRANS-PENDING-ID PIC X(10).
01 RAW-TRANS-OVERFLOW PIC X(10).
01 TRANS-FIELD-COUNT PIC 9(2) COMP.
01 TRANS-FIELD-1 PIC X(15).
01 TRANS-FIELD-5-LEN PIC 9(2) COMP.
01 TRANS-FIELD-6 PIC X(15).
01 TRANS-FIELD-6-LEN PIC 9(2) COMP.
01 TRANS-FIELD-7 PIC X(15).
01 TRANS-FIELD-7-LEN PIC 9(2) COMP.
01 TRANS-ITEM-ID-STG PIC X(15).
01 TRANS-ITEM-ID-LEN PIC 9(2) COMP.
01 TRANS-LOCATION-STG PIC X(15).
01 TRANS-QTY-STG PIC X(15).
01 TRANS-QTY-LEN PIC 9(2) COMP.
01 APPLY-REJECT-REASON PIC X(25).
01 AUDIT-NOTE PIC X(30) VALUE SPACES.
01 TRANSFER-QTY PIC 9(4).

01 BATCH-HEADER-SW PIC X VALUE 'N'.
01 CONTROL-FIELD-3 PIC X(9).
01 CONTROL-FIELD-2-LEN PIC 9(2) COMP.
01 CONTROL-FIELD-3-LEN PIC 9(2) COMP.
01 CONTROL-FIELD-4 PIC X(9).
01 CONTROL-FIELD-4-LEN PIC 9(2) COMP.
01 CONTROL-OVERFLOW PIC X(10).
01 CONTROL-FIELD-COUNT PIC 9(2) COMP.

01 SUMMARY-TRANS-APPLIED PIC 9(6) VALUE 0.
01 SUMMARY-TRANS-REJECTED PIC 9(6) VALUE 0.
01 SUMMARY-NOT-FOUND PIC 9(6) VALUE 0.
01 SUMMARY-TRANS-HELD PIC 9(6) VALUE 0.
01 NET-QTY-MOVED PIC S9(8) SIGN LEADING SEPARATE VALUE 0.
01 TRANS-RECORD-VALID-SW PIC X VALUE 'Y'.
   88 TRANS-RECORD-VALID VALUE 'Y'.
      10 XL-QTY PIC 9(4).
      10 XL-RECEIPT-DATE PIC 9(6).

01 RETURN-STOCK-STATUS PIC X(2).
01 RETURN-STOCK-EOF-FLAG PIC X VALUE 'N'.
   88 RETURN-STOCK-EOF VALUE 'Y'.
   88 RETURN-STOCK-NOT-EOF VALUE 'N'.
01 RETURN-STOCK-TEMP-RECORD PIC X(30).
01 RETURN-STOCK-COUNT PIC 9(4) COMP VALUE 0.
01 RETURN-STOCK-TABLE.
   05 RETURN-STOCK-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON RETURN-STOCK-COUNT
      INDEXED BY RETURN-STOCK-IDX.
      10 RT-ITEM-ID PIC 9(5).
      10 RT-LOCATION-CODE PIC X(3).
      10 RT-HELD-QTY PIC 9(4).
      10 RT-SCRAPPED-QTY PIC 9(6).
01 RETURN-STOCK-FOUND-SW PIC X VALUE 'N'.
   88 RETURN-STOCK-FOUND VALUE 'Y'.
   88 RETURN-STOCK-NOT-FOUND VALUE 'N'.
01 RETURN-QTY PIC 9(4).
01 RETURN-VENDOR-CODE PIC X(5).
01 RETURNS-LOG-STATUS PIC X(2).

01 OPEN-POS-FILE-STATUS PIC X(2).
01 PO-HISTORY-FILE-STATUS PIC X(2).
01 PO-SCAN-EOF-FLAG PIC X VALUE 'N'.
   88 PO-SCAN-EOF VALUE 'Y'.
   88 PO-SCAN-NOT-EOF VALUE 'N'.
01 PO-SCAN-RECORD PIC X(60).
01 PO-SCAN-FIELD-1 PIC X(10).
01 PO-SCAN-FIELD-2 PIC X(10).
01 PO-SCAN-FIELD-3 PIC X(10).
01 PO-SCAN-FIELD-4 PIC X(10).
01 PO-SCAN-FIELD-5 PIC X(10).
01 PO-SCAN-FIELD-6 PIC X(10).
01 PO-SCAN-FIELD-7 PIC X(10).
01 PO-SCAN-FIELD-8 PIC X(10).
01 PO-SCAN-FIELD-9 PIC X(10).
01 PO-SCAN-OVERFLOW PIC X(10).
01 PO-SCAN-FIELD-COUNT PIC 9(2) COMP.
01 PO-SCAN-ITEM-ID PIC X(5).
01 PO-LINE-FOUND-SW PIC X VALUE 'N'.
   88 PO-LINE-FOUND VALUE 'Y'.
   88 PO-LINE-NOT-FOUND VALUE 'N'.
01 PO-RECEIVED-QTY PIC 9(6).

01 KIT-BOM-STATUS PIC X(2).
01 KIT-BOM-EOF-FLAG PIC X VALUE 'N'.
   88 KIT-BOM-EOF VALUE 'Y'.
   88 KIT-BOM-NOT-EOF VALUE 'N'.
01 KIT-BOM-TEMP-RECORD PIC X(30).
01 KIT-BOM-COUNT PIC 9(4) COMP VALUE 0.
01 KIT-BOM-TABLE.
   05 KIT-BOM-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON KIT-BOM-COUNT
      INDEXED BY KIT-BOM-IDX.
      10 KB-KIT-ITEM-ID PIC 9(5).
      10 KB-COMPONENT-ITEM-ID PIC 9(5).
      10 KB-QTY-PER PIC 9(4).
01 KB-FIELD-1 PIC X(10).
01 KB-FIELD-1-LEN PIC 9(2) COMP.
01 KB-FIELD-2 PIC X(10).
01 KB-FIELD-2-LEN PIC 9(2) COMP.
01 KB-FIELD-3 PIC X(10).
01 KB-FIELD-3-LEN PIC 9(2) COMP.
01 KB-OVERFLOW PIC X(10).
01 KB-FIELD-COUNT PIC 9(2) COMP.
01 KB-CHECK-IDX PIC 9(4) COMP.
01 KIT-ITEM-ID PIC 9(5).
01 KIT-QTY PIC 9(4).
01 KIT-COMPONENT-QTY PIC 9(8).
01 KIT-COMPONENT-LINES PIC 9(4) COMP.
01 KIT-CHECK-SW PIC X VALUE 'Y'.
   88 KIT-CHECK-OK VALUE 'Y'.
   88 KIT-CHECK-BAD VALUE 'N'.

01 OPERATOR-AUTHORITY-STATUS PIC X(2).
01 AUTHORITY-EOF-FLAG PIC X VALUE 'N'.
   88 AUTHORITY-EOF VALUE 'Y'.
   88 AUTHORITY-NOT-EOF VALUE 'N'.
01 AUTHORITY-TEMP-RECORD PIC X(80).
01 AUTHORITY-CONTROL-SW PIC X VALUE 'N'.
   88 AUTHORITY-IN-FORCE VALUE 'Y'.
   88 AUTHORITY-NOT-IN-FORCE VALUE 'N'.
01 OPERATOR-COUNT PIC 9(4) COMP VALUE 0.
01 OPERATOR-TABLE.
   05 OPERATOR-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON OPERATOR-COUNT
      INDEXED BY OPERATOR-IDX.
      10 OA-OPERATOR-ID PIC X(8).
      10 OA-ROLE PIC X.
         88 OA-ROLE-OPERATOR VALUE 'O'.
         88 OA-ROLE-SUPERVISOR VALUE 'S'.
      10 OA-MAX-QTY PIC 9(4).
      10 OA-MAX-VALUE PIC 9(9).
      10 OA-TYPE-LIST PIC X(47).
01 OA-FIELD-1 PIC X(10).
01 OA-FIELD-1-LEN PIC 9(2) COMP.
01 OA-FIELD-2 PIC X(10).
01 OA-FIELD-2-LEN PIC 9(2) COMP.
01 OA-FIELD-3 PIC X(10).
01 OA-FIELD-3-LEN PIC 9(2) COMP.
01 OA-FIELD-4 PIC X(10).
01 OA-FIELD-4-LEN PIC 9(2) COMP.
01 OA-FIELD-5 PIC X(50).
01 OA-FIELD-5-LEN PIC 9(2) COMP.
01 OA-OVERFLOW PIC X(10).
01 OA-FIELD-COUNT PIC 9(2) COMP.
01 TYPE-SLOT PIC 9(2) COMP.
01 TYPE-CODE-CHECK PIC X(3).
   88 TYPE-CODE-KNOWN VALUE 'ADD' 'CHG' 'DEL' 'XFR' 'RSV' 'RLS'
                            'RTN' 'RTV' 'BLD' 'BRK' 'ADJ' 'BKO'.
01 TYPE-LIST-SW PIC X VALUE 'Y'.
   88 TYPE-LIST-OK VALUE 'Y'.
   88 TYPE-LIST-BAD VALUE 'N'.
01 OPERATOR-FOUND-SW PIC X VALUE 'N'.
   88 OPERATOR-FOUND VALUE 'Y'.
   88 OPERATOR-NOT-FOUND VALUE 'N'.
01 CHECK-OPERATOR-ID PIC X(8).
01 BATCH-OPERATOR-ID PIC X(8) VALUE SPACES.
01 AUDIT-OPERATOR-ID PIC X(8) VALUE SPACES.
01 TYPE-PERMITTED-SW PIC X VALUE 'N'.
   88 TYPE-PERMITTED VALUE 'Y'.
   88 TYPE-NOT-PERMITTED VALUE 'N'.
01 AUTHORITY-CHECK-SW PIC X VALUE 'Y'.
   88 AUTHORITY-OK VALUE 'Y'.
   88 AUTHORITY-STOP VALUE 'N'.
01 LINE-TYPE-CODE PIC X(3).
01 LINE-QTY PIC 9(4).
01 LINE-VALUE PIC 9(9)V99.
01 LINE-PRICE PIC 9(5)V99.
01 PRICE-DIFFERENCE PIC 9(5)V99.
01 LINE-PRICE-SW PIC X VALUE 'N'.
   88 LINE-PRICE-FOUND VALUE 'Y'.
   88 LINE-PRICE-NOT-FOUND VALUE 'N'.

01 PENDING-APPROVAL-STATUS PIC X(2).
01 PENDING-EOF-FLAG PIC X VALUE 'N'.
   88 PENDING-EOF VALUE 'Y'.
   88 PENDING-NOT-EOF VALUE 'N'.
01 PENDING-TEMP-RECORD.
   05 PT-PENDING-ID PIC X(10).
   05 FILLER PIC X.
   05 PT-OPERATOR-ID PIC X(8).
   05 FILLER PIC X.
   05 PT-HELD-DATE PIC X(6).
   05 FILLER PIC X.
   05 PT-ITEM-ID PIC X(5).
   05 FILLER PIC X.
   05 PT-LOCATION-CODE PIC X(3).
   05 FILLER PIC X.
   05 PT-TRANS-TEXT PIC X(80).
   05 FILLER PIC X(3).
01 PENDING-COUNT PIC 9(4) COMP VALUE 0.
01 PENDING-TABLE.
   05 PENDING-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON PENDING-COUNT
      INDEXED BY PENDING-IDX.
      10 PA-PENDING-ID PIC X(10).
      10 PA-OPERATOR-ID PIC X(8).
      10 PA-HELD-DATE PIC X(6).
      10 PA-ITEM-ID PIC 9(5).
      10 PA-LOCATION-CODE PIC X(3).
      10 PA-TRANS-TEXT PIC X(80).
      10 PA-STATUS-FLAG PIC X.
         88 PA-OPEN VALUE 'O'.
         88 PA-RELEASED VALUE 'A'.
         88 PA-REJECTED VALUE 'R'.
01 PENDING-FOUND-SW PIC X VALUE 'N'.
   88 PENDING-FOUND VALUE 'Y'.
   88 PENDING-NOT-FOUND VALUE 'N'.
01 CHECK-PENDING-ID PIC X(10).
01 NEW-PENDING-ID.
   05 NP-BATCH-NUMBER PIC X(6).
   05 NP-LINE-NO PIC 9(4).
01 DECISION-REJECT-REASON PIC X(30).

PROCEDURE DIVISION.
000-MAIN.
    PERFORM 1300-READ-CHECKPOINT
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    PERFORM 1800-LOAD-LOCATION-MASTER
    PERFORM 1880-LOAD-OPERATOR-AUTHORITY
    PERFORM 1000-OPEN-TRANSACTIONS
    PERFORM 1200-OPEN-AUDIT-FILE
    PERFORM 1220-OPEN-PRICE-HISTORY
    PERFORM 1230-OPEN-RETURNS-LOG
    OPEN I-O INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        PERFORM 1700-LOAD-BACKORDERS
        PERFORM 1750-LOAD-RESERVATIONS
        PERFORM 1770-LOAD-LOT-BALANCES
        PERFORM 1790-LOAD-RETURN-STOCK
        PERFORM 1850-LOAD-KIT-BOM
        PERFORM 1890-LOAD-PENDING-APPROVALS
        PERFORM 5005-PROCESS-ALL-BATCHES
        PERFORM 7000-WRITE-BACKORDER-FILE
        PERFORM 7300-WRITE-RESERVATIONS-FILE
        PERFORM 7400-WRITE-LOT-BALANCE-FILE
        PERFORM 7500-WRITE-RETURN-STOCK-FILE
        PERFORM 7600-WRITE-PENDING-APPROVALS
        PERFORM 7100-WRITE-BACKORDER-REPORT
        PERFORM 7200-WRITE-RUN-SUMMARY
    ELSE
          UPDATED-INVENTORY-FILE
          AUDIT-FILE
          PRICE-HISTORY-FILE
          RETURNS-LOG-FILE
          EXCEPTIONS-FILE
    IF BATCH-MODE
        CLOSE TRANSACTIONS-FILE
        END-IF
    END-PERFORM.

*> Every line is posted under the batch's operator: a type the
*> operator may not post is rejected, and a line over the
*> operator's quantity or value limit is held on the approval queue
*> instead of applied (5300). A supervisor's APR or REJ line decides
*> a held line on a later run (5400).
5010-APPLY-ONE-TRANSACTION.
    MOVE BATCH-OPERATOR-ID TO AUDIT-OPERATOR-ID
    IF TRANS-TYPE-DECISION (TRANS-IDX)
        PERFORM 5400-APPLY-DECISION
    ELSE
        PERFORM 5300-CHECK-AUTHORITY
        IF AUTHORITY-OK
            PERFORM 5015-DISPATCH-TRANSACTION
        END-IF
    END-IF
    PERFORM 1600-UPDATE-CHECKPOINT.

5015-DISPATCH-TRANSACTION.
    IF TRANS-TYPE-TRANSFER (TRANS-IDX)
        PERFORM 5090-APPLY-TRANSFER
    ELSE
    IF TRANS-TYPE-KIT (TRANS-IDX)
        PERFORM 5200-APPLY-KIT
    ELSE
    IF TRANS-TYPE-ADD (TRANS-IDX)
        PERFORM 5060-APPLY-ADD
    ELSE
                            IF TRANS-TYPE-RELEASE (TRANS-IDX)
                                PERFORM 5120-APPLY-RELEASE
                            ELSE
                                IF TRANS-TYPE-RETURN (TRANS-IDX)
                                    PERFORM 5170-APPLY-RETURN
                                ELSE
                                    IF TRANS-TYPE-VENDOR-RETURN (TRANS-IDX)
                                        PERFORM 5180-APPLY-VENDOR-RETURN
                                    ELSE
                                        PERFORM 5030-APPLY-AND-REWRITE
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
        END-READ
    END-IF
    END-IF
    END-IF.

5020-WRITE-NOT-FOUND-EXCEPTION.
    ADD 1 TO SUMMARY-NOT-FOUND

*> When the promised goods actually ship, the shipping delta lands
*> as an ordinary issue; the hold it was shipped against is consumed
*> here so the same units are not counted as promised twice. An
*> issue naming its order reference (PickConfirmation writes one on
*> every pick) consumes that order's hold first, so two orders
*> holding the same item/location each keep their own balance.
*> Whatever is left over - or the whole issue, when no reference is
*> given or no open hold carries it - consumes the item/location's
*> open holds oldest first: the table is in file order and the file
*> is written in the order holds were placed, the same convention
*> the backorder queue relies on. Only what physically left the
*> shelf consumes holds.
5130-CONSUME-RESERVATIONS.
    MOVE ISSUED-QTY TO ISSUE-REMAINING
    IF TRANS-ORDER-REF (TRANS-IDX) NOT = SPACES AND ISSUE-REMAINING > 0
        PERFORM 9310-FIND-OPEN-RESERVATION
        IF RESERVATION-FOUND
            PERFORM 5135-CONSUME-ONE-RESERVATION
        END-IF
    END-IF
    PERFORM VARYING RESERVATION-IDX FROM 1 BY 1
        UNTIL RESERVATION-IDX > RESERVATION-COUNT OR ISSUE-REMAINING = 0
        IF RS-OPEN (RESERVATION-IDX)
    SUBTRACT LOT-RELIEF-QTY FROM LB-QTY (LOT-IDX)
    SUBTRACT LOT-RELIEF-QTY FROM RELIEF-REMAINING.

*> A customer return comes back against the order it went out on.
*> Restocked stock is sellable again and goes through the same
*> backorder release as a receipt. Scrapped and held stock never
*> reaches ITEM-QUANTITY - it is carried on RETURN_STOCK.DAT, held
*> units until they ship back to the vendor, scrapped units as a
*> running total - so damaged goods cannot be picked again. The
*> shelf line is audited with a zero delta, as a reservation is,
*> and the annotation carries the disposition, the returned
*> quantity, the reason and the order reference.
5170-APPLY-RETURN.
    MOVE TRANS-QTY-CHANGE (TRANS-IDX) TO RETURN-QTY
    MOVE "*****" TO RETURN-VENDOR-CODE
    IF TRANS-DISP-RESTOCK (TRANS-IDX)
        COMPUTE COMPUTED-QUANTITY = ITEM-QUANTITY + RETURN-QTY
        IF COMPUTED-QUANTITY > 9999
            MOVE "RETURN QTY OVERFLOW" TO APPLY-REJECT-REASON
            PERFORM 5025-WRITE-APPLY-EXCEPTION
        ELSE
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
            MOVE RETURN-QTY TO APPLIED-DELTA
            PERFORM 5040-FILL-BACKORDERS
            COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY + APPLIED-DELTA
            MOVE UPDATED-QUANTITY TO ITEM-QUANTITY
            REWRITE INVENTORY-RECORD
            SET ITEM-CHANGED TO TRUE
            MOVE SPACES TO AUDIT-NOTE
            STRING "RTN RESTOCK " RETURN-QTY " " TRANS-REASON-CODE (TRANS-IDX)
                " " TRANS-ORDER-REF (TRANS-IDX)
                DELIMITED BY SIZE INTO AUDIT-NOTE
            PERFORM 5175-POST-RETURN
        END-IF
    ELSE
        PERFORM 9330-FIND-RETURN-STOCK
        IF RETURN-STOCK-NOT-FOUND AND RETURN-STOCK-COUNT >= 500
            MOVE "RETURN STOCK TABLE FULL" TO APPLY-REJECT-REASON
            PERFORM 5025-WRITE-APPLY-EXCEPTION
        ELSE
            IF RETURN-STOCK-NOT-FOUND
                ADD 1 TO RETURN-STOCK-COUNT
                SET RETURN-STOCK-IDX TO RETURN-STOCK-COUNT
                MOVE ITEM-ID TO RT-ITEM-ID (RETURN-STOCK-IDX)
                MOVE LOCATION-CODE TO RT-LOCATION-CODE (RETURN-STOCK-IDX)
                MOVE 0 TO RT-HELD-QTY (RETURN-STOCK-IDX)
                          RT-SCRAPPED-QTY (RETURN-STOCK-IDX)
            END-IF
            IF TRANS-DISP-HOLD (TRANS-IDX)
                AND RT-HELD-QTY (RETURN-STOCK-IDX) + RETURN-QTY > 9999
                MOVE "HELD QTY OVERFLOW" TO APPLY-REJECT-REASON
                PERFORM 5025-WRITE-APPLY-EXCEPTION
            ELSE
                MOVE SPACES TO AUDIT-NOTE
                IF TRANS-DISP-HOLD (TRANS-IDX)
                    ADD RETURN-QTY TO RT-HELD-QTY (RETURN-STOCK-IDX)
                    STRING "RTN HOLD " RETURN-QTY " "
                        TRANS-REASON-CODE (TRANS-IDX) " "
                        TRANS-ORDER-REF (TRANS-IDX)
                        DELIMITED BY SIZE INTO AUDIT-NOTE
                ELSE
                    ADD RETURN-QTY TO RT-SCRAPPED-QTY (RETURN-STOCK-IDX)
                    STRING "RTN SCRAP " RETURN-QTY " "
                        TRANS-REASON-CODE (TRANS-IDX) " "
                        TRANS-ORDER-REF (TRANS-IDX)
                        DELIMITED BY SIZE INTO AUDIT-NOTE
                END-IF
                MOVE ITEM-QUANTITY TO OLD-QUANTITY
                MOVE 0 TO APPLIED-DELTA
                MOVE ITEM-QUANTITY TO UPDATED-QUANTITY
                PERFORM 5175-POST-RETURN
            END-IF
        END-IF
    END-IF.

5175-POST-RETURN.
    ADD 1 TO SUMMARY-TRANS-APPLIED
    PERFORM 4000-WRITE-AUDIT-RECORD
    PERFORM 4400-WRITE-RETURNS-LOG.

*> A return to vendor must name a PO line for the item that is
*> still open or has been retired to the PO history, and cannot
*> send back more than that line has received. Held stock ships
*> from RETURN_STOCK.DAT with a zero-delta audit line; sellable
*> stock ships as an issue would - lots relieved oldest first -
*> but only from what is not already promised to a customer, the
*> same available-to-promise rule a reservation meets.
5180-APPLY-VENDOR-RETURN.
    MOVE TRANS-QTY-CHANGE (TRANS-IDX) TO RETURN-QTY
    PERFORM 9400-FIND-PO-LINE
    IF PO-LINE-NOT-FOUND
        MOVE "PO LINE NOT ON FILE" TO APPLY-REJECT-REASON
        PERFORM 5025-WRITE-APPLY-EXCEPTION
    ELSE
        IF RETURN-QTY > PO-RECEIVED-QTY
            MOVE "EXCEEDS PO RECEIVED QTY" TO APPLY-REJECT-REASON
            PERFORM 5025-WRITE-APPLY-EXCEPTION
        ELSE
            IF TRANS-DISP-HOLD (TRANS-IDX)
                PERFORM 5185-SHIP-HELD-TO-VENDOR
            ELSE
                PERFORM 5190-SHIP-STOCK-TO-VENDOR
            END-IF
        END-IF
    END-IF.

5185-SHIP-HELD-TO-VENDOR.
    PERFORM 9330-FIND-RETURN-STOCK
    IF RETURN-STOCK-NOT-FOUND
        MOVE "INSUFFICIENT HELD STOCK" TO APPLY-REJECT-REASON
        PERFORM 5025-WRITE-APPLY-EXCEPTION
    ELSE
        IF RT-HELD-QTY (RETURN-STOCK-IDX) < RETURN-QTY
            MOVE "INSUFFICIENT HELD STOCK" TO APPLY-REJECT-REASON
            PERFORM 5025-WRITE-APPLY-EXCEPTION
        ELSE
            SUBTRACT RETURN-QTY FROM RT-HELD-QTY (RETURN-STOCK-IDX)
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
            MOVE 0 TO APPLIED-DELTA
            MOVE ITEM-QUANTITY TO UPDATED-QUANTITY
            MOVE SPACES TO AUDIT-NOTE
            STRING "RTV HELD " RETURN-QTY " " TRANS-REASON-CODE (TRANS-IDX)
                " " TRANS-ORDER-REF (TRANS-IDX)
                DELIMITED BY SIZE INTO AUDIT-NOTE
            PERFORM 5175-POST-RETURN
        END-IF
    END-IF.

5190-SHIP-STOCK-TO-VENDOR.
    PERFORM 9300-SUM-OPEN-RESERVATIONS
    COMPUTE ATP-QTY = ITEM-QUANTITY - RESERVED-QTY
    IF RETURN-QTY > ATP-QTY
        MOVE "INSUFFICIENT AVAILABLE" TO APPLY-REJECT-REASON
        PERFORM 5025-WRITE-APPLY-EXCEPTION
    ELSE
        MOVE ITEM-QUANTITY TO OLD-QUANTITY
        COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY - RETURN-QTY
        MOVE UPDATED-QUANTITY TO ITEM-QUANTITY
        REWRITE INVENTORY-RECORD
        SET ITEM-CHANGED TO TRUE
        COMPUTE APPLIED-DELTA = 0 - RETURN-QTY
        MOVE RETURN-QTY TO ISSUED-QTY
        PERFORM 5150-RELIEVE-LOTS
        MOVE SPACES TO AUDIT-NOTE
        STRING "RTV STOCK " RETURN-QTY " " TRANS-REASON-CODE (TRANS-IDX)
            " " TRANS-ORDER-REF (TRANS-IDX)
            DELIMITED BY SIZE INTO AUDIT-NOTE
        PERFORM 5175-POST-RETURN
    END-IF.

*> A kit build or break-down is one unit of work at one location:
*> the kit and every component on its bill of materials are proven
*> first, and only when all of them pass does anything post. A
*> build needs each component's full requirement (quantity per kit
*> times kits built) out of stock not already promised to a
*> customer - the same available-to-promise rule a reservation
*> meets - and a break-down needs the kits the same way. Any
*> failure rejects the whole line to EXCEPTIONS.DAT.
5200-APPLY-KIT.
    MOVE TRANS-ITEM-ID (TRANS-IDX) TO KIT-ITEM-ID
    MOVE TRANS-QTY-CHANGE (TRANS-IDX) TO KIT-QTY
    MOVE 0 TO KIT-COMPONENT-LINES
    SET KIT-CHECK-OK TO TRUE
    MOVE SPACES TO APPLY-REJECT-REASON
    PERFORM 5210-CHECK-KIT-ITEM
    PERFORM VARYING KIT-BOM-IDX FROM 1 BY 1
        UNTIL KIT-BOM-IDX > KIT-BOM-COUNT OR KIT-CHECK-BAD
        IF KB-KIT-ITEM-ID (KIT-BOM-IDX) = KIT-ITEM-ID
            ADD 1 TO KIT-COMPONENT-LINES
            PERFORM 5215-CHECK-ONE-COMPONENT
        END-IF
    END-PERFORM
    IF KIT-CHECK-OK AND KIT-COMPONENT-LINES = 0
        SET KIT-CHECK-BAD TO TRUE
        MOVE "NO BILL OF MATERIALS" TO APPLY-REJECT-REASON
    END-IF
    IF KIT-CHECK-BAD
        PERFORM 5290-WRITE-KIT-EXCEPTION
    ELSE
        IF TRANS-TYPE-BUILD (TRANS-IDX)
            PERFORM 5220-POST-KIT-BUILD
        ELSE
            PERFORM 5230-POST-KIT-BREAKDOWN
        END-IF
        ADD 1 TO SUMMARY-TRANS-APPLIED
    END-IF
    MOVE KIT-ITEM-ID TO ITEM-ID
    MOVE TRANS-LOCATION-CODE (TRANS-IDX) TO LOCATION-CODE.

5210-CHECK-KIT-ITEM.
    MOVE KIT-ITEM-ID TO ITEM-ID
    MOVE TRANS-LOCATION-CODE (TRANS-IDX) TO LOCATION-CODE
    READ INVENTORY-FILE
        INVALID KEY
            SET KIT-CHECK-BAD TO TRUE
            MOVE "KIT ITEM UNKNOWN" TO APPLY-REJECT-REASON
        NOT INVALID KEY
            IF TRANS-TYPE-BUILD (TRANS-IDX)
                IF ITEM-QUANTITY + KIT-QTY > 9999
                    SET KIT-CHECK-BAD TO TRUE
                    MOVE "KIT QTY OVERFLOW" TO APPLY-REJECT-REASON
                END-IF
            ELSE
                PERFORM 9300-SUM-OPEN-RESERVATIONS
                COMPUTE ATP-QTY = ITEM-QUANTITY - RESERVED-QTY
                IF KIT-QTY > ATP-QTY
                    SET KIT-CHECK-BAD TO TRUE
                    MOVE "INSUFFICIENT KIT STOCK" TO APPLY-REJECT-REASON
                END-IF
            END-IF
    END-READ.

5215-CHECK-ONE-COMPONENT.
    MOVE KB-COMPONENT-ITEM-ID (KIT-BOM-IDX) TO ITEM-ID
    COMPUTE KIT-COMPONENT-QTY = KB-QTY-PER (KIT-BOM-IDX) * KIT-QTY
    READ INVENTORY-FILE
        INVALID KEY
            SET KIT-CHECK-BAD TO TRUE
            STRING "COMPONENT " ITEM-ID " UNKNOWN"
                DELIMITED BY SIZE INTO APPLY-REJECT-REASON
        NOT INVALID KEY
            IF TRANS-TYPE-BUILD (TRANS-IDX)
                PERFORM 9300-SUM-OPEN-RESERVATIONS
                COMPUTE ATP-QTY = ITEM-QUANTITY - RESERVED-QTY
                IF KIT-COMPONENT-QTY > ATP-QTY
                    SET KIT-CHECK-BAD TO TRUE
                    STRING "COMPONENT " ITEM-ID " SHORT"
                        DELIMITED BY SIZE INTO APPLY-REJECT-REASON
                END-IF
            ELSE
                IF ITEM-QUANTITY + KIT-COMPONENT-QTY > 9999
                    SET KIT-CHECK-BAD TO TRUE
                    STRING "COMPONENT " ITEM-ID " OVERFLOW"
                        DELIMITED BY SIZE INTO APPLY-REJECT-REASON
                END-IF
            END-IF
    END-READ.

*> Components go out first, each relieved lot-first as an ordinary
*> issue is; the kits then land as a receipt would, releasing any
*> backorders for the kit before they reach the shelf. Every line
*> of the build is annotated with the kit and the build reference
*> so the audit trail ties the two sides together.
5220-POST-KIT-BUILD.
    PERFORM VARYING KIT-BOM-IDX FROM 1 BY 1
        UNTIL KIT-BOM-IDX > KIT-BOM-COUNT
        IF KB-KIT-ITEM-ID (KIT-BOM-IDX) = KIT-ITEM-ID
            PERFORM 5225-ISSUE-ONE-COMPONENT
        END-IF
    END-PERFORM
    MOVE KIT-ITEM-ID TO ITEM-ID
    READ INVENTORY-FILE
        INVALID KEY
            MOVE "KIT ITEM UNKNOWN" TO APPLY-REJECT-REASON
            PERFORM 5290-WRITE-KIT-EXCEPTION
        NOT INVALID KEY
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
            MOVE KIT-QTY TO APPLIED-DELTA
            PERFORM 5040-FILL-BACKORDERS
            COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY + APPLIED-DELTA
            MOVE UPDATED-QUANTITY TO ITEM-QUANTITY
            REWRITE INVENTORY-RECORD
            SET ITEM-CHANGED TO TRUE
            MOVE SPACES TO AUDIT-NOTE
            STRING "BLD KIT " KIT-ITEM-ID " " TRANS-ORDER-REF (TRANS-IDX)
                DELIMITED BY SIZE INTO AUDIT-NOTE
            PERFORM 4000-WRITE-AUDIT-RECORD
    END-READ.

5225-ISSUE-ONE-COMPONENT.
    MOVE KB-COMPONENT-ITEM-ID (KIT-BOM-IDX) TO ITEM-ID
    COMPUTE KIT-COMPONENT-QTY = KB-QTY-PER (KIT-BOM-IDX) * KIT-QTY
    READ INVENTORY-FILE
        INVALID KEY
            STRING "COMPONENT " ITEM-ID " UNKNOWN"
                DELIMITED BY SIZE INTO APPLY-REJECT-REASON
            PERFORM 5290-WRITE-KIT-EXCEPTION
        NOT INVALID KEY
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
            MOVE KIT-COMPONENT-QTY TO ISSUED-QTY
            COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY - ISSUED-QTY
            MOVE UPDATED-QUANTITY TO ITEM-QUANTITY
            REWRITE INVENTORY-RECORD
            SET ITEM-CHANGED TO TRUE
            COMPUTE APPLIED-DELTA = 0 - ISSUED-QTY
            PERFORM 5150-RELIEVE-LOTS
            MOVE SPACES TO AUDIT-NOTE
            STRING "BLD CMP " KIT-ITEM-ID " " TRANS-ORDER-REF (TRANS-IDX)
                DELIMITED BY SIZE INTO AUDIT-NOTE
            PERFORM 4000-WRITE-AUDIT-RECORD
    END-READ.

*> The reverse: the kits go out lot-first, and the components come
*> back as receipts would, each releasing its own backorders first.
5230-POST-KIT-BREAKDOWN.
    MOVE KIT-ITEM-ID TO ITEM-ID
    READ INVENTORY-FILE
        INVALID KEY
            MOVE "KIT ITEM UNKNOWN" TO APPLY-REJECT-REASON
            PERFORM 5290-WRITE-KIT-EXCEPTION
        NOT INVALID KEY
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
            MOVE KIT-QTY TO ISSUED-QTY
            COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY - ISSUED-QTY
            MOVE UPDATED-QUANTITY TO ITEM-QUANTITY
            REWRITE INVENTORY-RECORD
            SET ITEM-CHANGED TO TRUE
            COMPUTE APPLIED-DELTA = 0 - ISSUED-QTY
            PERFORM 5150-RELIEVE-LOTS
            MOVE SPACES TO AUDIT-NOTE
            STRING "BRK KIT " KIT-ITEM-ID " " TRANS-ORDER-REF (TRANS-IDX)
                DELIMITED BY SIZE INTO AUDIT-NOTE
            PERFORM 4000-WRITE-AUDIT-RECORD
    END-READ
    PERFORM VARYING KIT-BOM-IDX FROM 1 BY 1
        UNTIL KIT-BOM-IDX > KIT-BOM-COUNT
        IF KB-KIT-ITEM-ID (KIT-BOM-IDX) = KIT-ITEM-ID
            PERFORM 5235-RETURN-ONE-COMPONENT
        END-IF
    END-PERFORM.

5235-RETURN-ONE-COMPONENT.
    MOVE KB-COMPONENT-ITEM-ID (KIT-BOM-IDX) TO ITEM-ID
    COMPUTE KIT-COMPONENT-QTY = KB-QTY-PER (KIT-BOM-IDX) * KIT-QTY
    READ INVENTORY-FILE
        INVALID KEY
            STRING "COMPONENT " ITEM-ID " UNKNOWN"
                DELIMITED BY SIZE INTO APPLY-REJECT-REASON
            PERFORM 5290-WRITE-KIT-EXCEPTION
        NOT INVALID KEY
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
            MOVE KIT-COMPONENT-QTY TO APPLIED-DELTA
            PERFORM 5040-FILL-BACKORDERS
            COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY + APPLIED-DELTA
            MOVE UPDATED-QUANTITY TO ITEM-QUANTITY
            REWRITE INVENTORY-RECORD
            SET ITEM-CHANGED TO TRUE
            MOVE SPACES TO AUDIT-NOTE
            STRING "BRK CMP " KIT-ITEM-ID " " TRANS-ORDER-REF (TRANS-IDX)
                DELIMITED BY SIZE INTO AUDIT-NOTE
            PERFORM 4000-WRITE-AUDIT-RECORD
    END-READ.

5290-WRITE-KIT-EXCEPTION.
    ADD 1 TO SUMMARY-TRANS-REJECTED
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING KIT-ITEM-ID " " TRANS-LOCATION-CODE (TRANS-IDX) " "
        TRANS-TYPE-CODE (TRANS-IDX) " " TRANS-ORDER-REF (TRANS-IDX)
        " KIT REJECTED - " APPLY-REJECT-REASON
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

*> Authority is checked line by line against the batch operator's
*> entry on OPERATOR_AUTHORITY.DAT (the batch itself was turned
*> away in 1970 if the operator has no entry). Plain quantity
*> deltas are type ADJ. A line's size is its quantity and its value
*> at the item's price - the keyed price for an ADD - and a CHG is
*> sized by the revaluation it makes, on hand times the price
*> movement. A line over either limit is held, not applied: it
*> waits on PENDING_APPROVAL.DAT (see 1890) until a supervisor
*> releases or rejects it.
5300-CHECK-AUTHORITY.
    SET AUTHORITY-OK TO TRUE
    IF AUTHORITY-IN-FORCE
        IF TRANS-TYPE-DELTA (TRANS-IDX)
            MOVE 'ADJ' TO LINE-TYPE-CODE
        ELSE
            MOVE TRANS-TYPE-CODE (TRANS-IDX) TO LINE-TYPE-CODE
        END-IF
        MOVE BATCH-OPERATOR-ID TO CHECK-OPERATOR-ID
        PERFORM 9500-FIND-OPERATOR
        PERFORM 9510-CHECK-TYPE-PERMITTED
        IF TYPE-NOT-PERMITTED
            SET AUTHORITY-STOP TO TRUE
            ADD 1 TO SUMMARY-TRANS-REJECTED
            MOVE SPACES TO EXCEPTIONS-RECORD
            STRING ITEM-ID " " LOCATION-CODE " " LINE-TYPE-CODE
                " NOT AUTHORIZED FOR OPERATOR " BATCH-OPERATOR-ID
                DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
            WRITE EXCEPTIONS-RECORD
        ELSE
            PERFORM 5310-MEASURE-LINE
            IF LINE-QTY > OA-MAX-QTY (OPERATOR-IDX)
                OR LINE-VALUE > OA-MAX-VALUE (OPERATOR-IDX)
                SET AUTHORITY-STOP TO TRUE
                PERFORM 5320-HOLD-FOR-APPROVAL
            END-IF
        END-IF
    END-IF.

5310-MEASURE-LINE.
    MOVE TRANS-QTY-CHANGE (TRANS-IDX) TO LINE-QTY
    MOVE 0 TO LINE-VALUE LINE-PRICE
    SET LINE-PRICE-NOT-FOUND TO TRUE
    IF TRANS-TYPE-ADD (TRANS-IDX)
        MOVE TRANS-NEW-PRICE (TRANS-IDX) TO LINE-PRICE
    ELSE
        READ INVENTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET LINE-PRICE-FOUND TO TRUE
                MOVE UNIT-PRICE TO LINE-PRICE
        END-READ
    END-IF
    COMPUTE LINE-VALUE = LINE-QTY * LINE-PRICE
    IF TRANS-TYPE-CHANGE (TRANS-IDX)
        AND TRANS-PRICE-GIVEN (TRANS-IDX)
        AND LINE-PRICE-FOUND
        IF TRANS-NEW-PRICE (TRANS-IDX) > LINE-PRICE
            COMPUTE PRICE-DIFFERENCE = TRANS-NEW-PRICE (TRANS-IDX) - LINE-PRICE
        ELSE
            COMPUTE PRICE-DIFFERENCE = LINE-PRICE - TRANS-NEW-PRICE (TRANS-IDX)
        END-IF
        COMPUTE LINE-VALUE = ITEM-QUANTITY * PRICE-DIFFERENCE
    END-IF.

5320-HOLD-FOR-APPROVAL.
    IF PENDING-COUNT >= 500
        MOVE "APPROVAL QUEUE FULL" TO APPLY-REJECT-REASON
        PERFORM 5025-WRITE-APPLY-EXCEPTION
    ELSE
        MOVE BATCH-NUMBER TO NP-BATCH-NUMBER
        SET NP-LINE-NO TO TRANS-IDX
        ACCEPT RUN-DATE FROM DATE
        ADD 1 TO PENDING-COUNT
        MOVE NEW-PENDING-ID TO PA-PENDING-ID (PENDING-COUNT)
        MOVE BATCH-OPERATOR-ID TO PA-OPERATOR-ID (PENDING-COUNT)
        MOVE RUN-DATE TO PA-HELD-DATE (PENDING-COUNT)
        MOVE TRANS-ITEM-ID (TRANS-IDX) TO PA-ITEM-ID (PENDING-COUNT)
        MOVE TRANS-LOCATION-CODE (TRANS-IDX) TO PA-LOCATION-CODE (PENDING-COUNT)
        MOVE TRANS-SOURCE-TEXT (TRANS-IDX) TO PA-TRANS-TEXT (PENDING-COUNT)
        SET PA-OPEN (PENDING-COUNT) TO TRUE
        ADD 1 TO SUMMARY-TRANS-HELD
        MOVE SPACES TO EXCEPTIONS-RECORD
        STRING ITEM-ID " " LOCATION-CODE " " LINE-TYPE-CODE
            " HELD FOR APPROVAL " NEW-PENDING-ID
            " - OVER LIMIT FOR " BATCH-OPERATOR-ID
            DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
        WRITE EXCEPTIONS-RECORD
    END-IF.

*> APR pending-id releases a held line, REJ pending-id drops it.
*> Only a supervisor on the authority master may decide, and never
*> on a line the same operator keyed. The decision is audited
*> against the held line's item and location under the supervisor's
*> ID; a released line is then validated again as it stands today
*> and posted under the operator who keyed it, without a second
*> limit check - the supervisor's release is the authority.
5400-APPLY-DECISION.
    MOVE TRANS-PENDING-ID (TRANS-IDX) TO CHECK-PENDING-ID
    PERFORM 9520-FIND-PENDING
    MOVE BATCH-OPERATOR-ID TO CHECK-OPERATOR-ID
    PERFORM 9500-FIND-OPERATOR
    IF PENDING-NOT-FOUND
        MOVE "PENDING LINE NOT OPEN" TO DECISION-REJECT-REASON
        PERFORM 5490-WRITE-DECISION-EXCEPTION
    ELSE
        IF OPERATOR-NOT-FOUND
            MOVE "APPROVER NOT ON AUTHORITY FILE" TO DECISION-REJECT-REASON
            PERFORM 5490-WRITE-DECISION-EXCEPTION
        ELSE
            IF NOT OA-ROLE-SUPERVISOR (OPERATOR-IDX)
                MOVE "APPROVER NOT A SUPERVISOR" TO DECISION-REJECT-REASON
                PERFORM 5490-WRITE-DECISION-EXCEPTION
            ELSE
                IF PA-OPERATOR-ID (PENDING-IDX) = BATCH-OPERATOR-ID
                    MOVE "APPROVER KEYED THE LINE" TO DECISION-REJECT-REASON
                    PERFORM 5490-WRITE-DECISION-EXCEPTION
                ELSE
                    IF TRANS-TYPE-APPROVE (TRANS-IDX)
                        PERFORM 5410-RELEASE-PENDING
                    ELSE
                        PERFORM 5420-REJECT-PENDING
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

5410-RELEASE-PENDING.
    SET PA-RELEASED (PENDING-IDX) TO TRUE
    MOVE SPACES TO AUDIT-NOTE
    STRING "APPROVED " PA-PENDING-ID (PENDING-IDX)
        DELIMITED BY SIZE INTO AUDIT-NOTE
    PERFORM 5430-WRITE-DECISION-AUDIT
    MOVE PA-TRANS-TEXT (PENDING-IDX) TO TRANS-TEMP-RECORD
    PERFORM 1150-VALIDATE-TRANSACTION
    IF TRANS-RECORD-INVALID
        PERFORM 1160-WRITE-TRANS-EXCEPTION
    ELSE
        PERFORM 1141-STORE-TRANS-ENTRY
        MOVE TRANS-ITEM-ID (TRANS-IDX) TO ITEM-ID
        MOVE TRANS-LOCATION-CODE (TRANS-IDX) TO LOCATION-CODE
        MOVE PA-OPERATOR-ID (PENDING-IDX) TO AUDIT-OPERATOR-ID
        PERFORM 5015-DISPATCH-TRANSACTION
        MOVE BATCH-OPERATOR-ID TO AUDIT-OPERATOR-ID
    END-IF.

5420-REJECT-PENDING.
    SET PA-REJECTED (PENDING-IDX) TO TRUE
    MOVE SPACES TO AUDIT-NOTE
    STRING "REJECTED " PA-PENDING-ID (PENDING-IDX)
        DELIMITED BY SIZE INTO AUDIT-NOTE
    PERFORM 5430-WRITE-DECISION-AUDIT
    ADD 1 TO SUMMARY-TRANS-APPLIED.

*> Zero delta, like a reservation line: the decision moves no stock.
5430-WRITE-DECISION-AUDIT.
    MOVE PA-ITEM-ID (PENDING-IDX) TO ITEM-ID
    MOVE PA-LOCATION-CODE (PENDING-IDX) TO LOCATION-CODE
    MOVE 0 TO OLD-QUANTITY
    READ INVENTORY-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ITEM-QUANTITY TO OLD-QUANTITY
    END-READ
    MOVE 0 TO APPLIED-DELTA
    MOVE OLD-QUANTITY TO UPDATED-QUANTITY
    PERFORM 4000-WRITE-AUDIT-RECORD.

5490-WRITE-DECISION-EXCEPTION.
    ADD 1 TO SUMMARY-TRANS-REJECTED
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING TRANS-TYPE-CODE (TRANS-IDX) " " TRANS-PENDING-ID (TRANS-IDX)
        " BY " BATCH-OPERATOR-ID " DECISION REJECTED - "
        DECISION-REJECT-REASON
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

9500-FIND-OPERATOR.
    SET OPERATOR-NOT-FOUND TO TRUE
    SET OPERATOR-IDX TO 1
    IF OPERATOR-COUNT > 0
        SEARCH OPERATOR-ENTRY
            AT END
                SET OPERATOR-NOT-FOUND TO TRUE
            WHEN OA-OPERATOR-ID (OPERATOR-IDX) = CHECK-OPERATOR-ID
                SET OPERATOR-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> The permitted types are a comma list of three-letter codes laid
*> out on four-character slots (ADD,CHG,ADJ), or ALL.
9510-CHECK-TYPE-PERMITTED.
    SET TYPE-NOT-PERMITTED TO TRUE
    IF OPERATOR-FOUND
        IF OA-TYPE-LIST (OPERATOR-IDX) (1:4) = 'ALL '
            SET TYPE-PERMITTED TO TRUE
        ELSE
            PERFORM VARYING TYPE-SLOT FROM 1 BY 4
                UNTIL TYPE-SLOT > 45 OR TYPE-PERMITTED
                IF OA-TYPE-LIST (OPERATOR-IDX) (TYPE-SLOT:3) = LINE-TYPE-CODE
                    SET TYPE-PERMITTED TO TRUE
                END-IF
            END-PERFORM
        END-IF
    END-IF.

9520-FIND-PENDING.
    SET PENDING-NOT-FOUND TO TRUE
    SET PENDING-IDX TO 1
    IF PENDING-COUNT > 0
        SEARCH PENDING-ENTRY
            AT END
                SET PENDING-NOT-FOUND TO TRUE
            WHEN PA-OPEN (PENDING-IDX)
                AND PA-PENDING-ID (PENDING-IDX) = CHECK-PENDING-ID
                SET PENDING-FOUND TO TRUE
        END-SEARCH
    END-IF.

9320-FIND-LOT-BALANCE.
    SET LOT-NOT-FOUND TO TRUE
    SET LOT-IDX TO 1
        END-SEARCH
    END-IF.

9330-FIND-RETURN-STOCK.
    SET RETURN-STOCK-NOT-FOUND TO TRUE
    SET RETURN-STOCK-IDX TO 1
    IF RETURN-STOCK-COUNT > 0
        SEARCH RETURN-STOCK-ENTRY
            AT END
                SET RETURN-STOCK-NOT-FOUND TO TRUE
            WHEN RT-ITEM-ID (RETURN-STOCK-IDX) = ITEM-ID
                AND RT-LOCATION-CODE (RETURN-STOCK-IDX) = LOCATION-CODE
                SET RETURN-STOCK-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> The PO line is looked for among the open lines first, then among
*> the lines retired to the history (CLS records); the vendor is
*> taken from whichever holds it. Either file may be missing.
9400-FIND-PO-LINE.
    SET PO-LINE-NOT-FOUND TO TRUE
    MOVE 0 TO PO-RECEIVED-QTY
    MOVE SPACES TO RETURN-VENDOR-CODE
    MOVE ITEM-ID TO PO-SCAN-ITEM-ID
    OPEN INPUT OPEN-POS-FILE
    IF OPEN-POS-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF OPEN-POS-FILE-STATUS NOT = '00'
            DISPLAY "OPEN_POS.DAT COULD NOT BE OPENED - STATUS " OPEN-POS-FILE-STATUS
            STOP RUN
        END-IF
        SET PO-SCAN-NOT-EOF TO TRUE
        PERFORM UNTIL PO-SCAN-EOF OR PO-LINE-FOUND
            READ OPEN-POS-FILE INTO PO-SCAN-RECORD
                AT END
                    SET PO-SCAN-EOF TO TRUE
                NOT AT END
                    PERFORM 9410-MATCH-OPEN-PO-LINE
            END-READ
        END-PERFORM
        CLOSE OPEN-POS-FILE
    END-IF
    IF PO-LINE-NOT-FOUND
        OPEN INPUT PO-HISTORY-FILE
        IF PO-HISTORY-FILE-STATUS = '35'
            CONTINUE
        ELSE
            IF PO-HISTORY-FILE-STATUS NOT = '00'
                DISPLAY "PO_HISTORY.DAT COULD NOT BE OPENED - STATUS " PO-HISTORY-FILE-STATUS
                STOP RUN
            END-IF
            SET PO-SCAN-NOT-EOF TO TRUE
            PERFORM UNTIL PO-SCAN-EOF OR PO-LINE-FOUND
                READ PO-HISTORY-FILE INTO PO-SCAN-RECORD
                    AT END
                        SET PO-SCAN-EOF TO TRUE
                    NOT AT END
                        PERFORM 9420-MATCH-CLOSED-PO-LINE
                END-READ
            END-PERFORM
            CLOSE PO-HISTORY-FILE
        END-IF
    END-IF.

9405-SPLIT-PO-SCAN-RECORD.
    MOVE SPACES TO PO-SCAN-FIELD-1 PO-SCAN-FIELD-2 PO-SCAN-FIELD-3
                   PO-SCAN-FIELD-4 PO-SCAN-FIELD-5 PO-SCAN-FIELD-6
                   PO-SCAN-FIELD-7 PO-SCAN-FIELD-8 PO-SCAN-FIELD-9
                   PO-SCAN-OVERFLOW
    MOVE 0 TO PO-SCAN-FIELD-COUNT
    UNSTRING PO-SCAN-RECORD DELIMITED BY ALL SPACES
        INTO PO-SCAN-FIELD-1, PO-SCAN-FIELD-2, PO-SCAN-FIELD-3,
             PO-SCAN-FIELD-4, PO-SCAN-FIELD-5, PO-SCAN-FIELD-6,
             PO-SCAN-FIELD-7, PO-SCAN-FIELD-8, PO-SCAN-FIELD-9,
             PO-SCAN-OVERFLOW
        TALLYING IN PO-SCAN-FIELD-COUNT.

*> PO VENDOR ITEM ORDERED RECEIVED ORDER-DATE [PROMISED-DATE] - lines
*> raised before the promised date was kept carry six fields.
9410-MATCH-OPEN-PO-LINE.
    PERFORM 9405-SPLIT-PO-SCAN-RECORD
    IF (PO-SCAN-FIELD-COUNT = 6 OR PO-SCAN-FIELD-COUNT = 7)
        AND PO-SCAN-FIELD-1 (1:6) = TRANS-ORDER-REF (TRANS-IDX) (1:6)
        AND PO-SCAN-FIELD-3 (1:5) = PO-SCAN-ITEM-ID
        AND PO-SCAN-FIELD-5 (1:6) IS NUMERIC
        SET PO-LINE-FOUND TO TRUE
        MOVE PO-SCAN-FIELD-2 (1:5) TO RETURN-VENDOR-CODE
        MOVE PO-SCAN-FIELD-5 (1:6) TO PO-RECEIVED-QTY
    END-IF.

*> CLS PO VENDOR ITEM ORDERED RECEIVED ORDER-DATE PROMISED CLOSE-DATE
9420-MATCH-CLOSED-PO-LINE.
    PERFORM 9405-SPLIT-PO-SCAN-RECORD
    IF PO-SCAN-FIELD-COUNT = 9
        AND PO-SCAN-FIELD-1 = "CLS"
        AND PO-SCAN-FIELD-2 (1:6) = TRANS-ORDER-REF (TRANS-IDX) (1:6)
        AND PO-SCAN-FIELD-4 (1:5) = PO-SCAN-ITEM-ID
        AND PO-SCAN-FIELD-6 (1:6) IS NUMERIC
        SET PO-LINE-FOUND TO TRUE
        MOVE PO-SCAN-FIELD-3 (1:5) TO RETURN-VENDOR-CODE
        MOVE PO-SCAN-FIELD-6 (1:6) TO PO-RECEIVED-QTY
    END-IF.

9310-FIND-OPEN-RESERVATION.
    SET RESERVATION-NOT-FOUND TO TRUE
    SET RESERVATION-IDX TO 1
        END-SEARCH
    END-IF.

*> Keyed entries are quantity adjustments (ADJ) under the operator
*> who signs on here; an operator the authority master does not
*> allow to adjust stock goes no further.
5500-INTERACTIVE-UPDATE-ALL.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT AUDIT-OPERATOR-ID
    IF AUTHORITY-IN-FORCE
        MOVE AUDIT-OPERATOR-ID TO CHECK-OPERATOR-ID
        MOVE 'ADJ' TO LINE-TYPE-CODE
        PERFORM 9500-FIND-OPERATOR
        PERFORM 9510-CHECK-TYPE-PERMITTED
        IF TYPE-NOT-PERMITTED
            DISPLAY "OPERATOR " AUDIT-OPERATOR-ID " NOT AUTHORIZED FOR ADJ - RUN ABANDONED"
            STOP RUN
        END-IF
    END-IF
    PERFORM UNTIL EOF
        READ INVENTORY-FILE NEXT RECORD
            AT END
        STOP RUN
    END-IF.

1230-OPEN-RETURNS-LOG.
    OPEN EXTEND RETURNS-LOG-FILE
    IF RETURNS-LOG-STATUS = '35'
        OPEN OUTPUT RETURNS-LOG-FILE
    END-IF
    IF RETURNS-LOG-STATUS NOT = '00'
        DISPLAY "RETURNS_LOG.DAT COULD NOT BE OPENED - STATUS " RETURNS-LOG-STATUS
        STOP RUN
    END-IF.

1250-OPEN-EXCEPTIONS-FILE.
    IF RESTART-MODE
        OPEN EXTEND EXCEPTIONS-FILE
*> TRANSACTIONS.DAT may now carry several batches back to back,
*> each framed by the control records written by the upstream
*> order system:
*>   HDR batch-date batch-number [operator]
*>   TRL record-count hash-total
*> The operator, up to eight characters, is whoever answers for the
*> batch; a header without one (the batches the other programs in
*> the stream generate) posts as SYSTEM.
*> The hash total is the signed sum of the quantity field of every
*> detail record (deltas as signed, ADD, XFR, RSV, RTN, RTV, BLD and
*> BRK quantities as positive, CHG, DEL, RLS, APR and REJ as zero).
*> Each batch is read to its
*> trailer, verified against its own control totals, checked
*> against the batch register, and applied as a unit before the
*> next batch is read - so on heavy days operations hands over the
                ADD 1 TO BATCHES-REJECTED
                PERFORM 1950-WRITE-DUP-BATCH-EXCEPTION
            ELSE
                PERFORM 1970-CHECK-BATCH-OPERATOR
                IF OPERATOR-NOT-FOUND
                    ADD 1 TO BATCHES-REJECTED
                    PERFORM 1975-WRITE-OPERATOR-EXCEPTION
                ELSE
                    PERFORM 1935-CHECK-REGISTER-CAPACITY
                    PERFORM 1945-ALIGN-RESUME-TO-BATCH
                    PERFORM 5000-APPLY-TRANSACTIONS
                    ADD 1 TO BATCHES-APPLIED
                    PERFORM 1940-RECORD-BATCH-APPLIED
                END-IF
            END-IF
            ADD BATCH-DETAIL-COUNT TO TOTAL-DETAIL-COUNT
        END-IF
        STOP RUN
    END-IF
    MOVE SPACES TO CONTROL-FIELD-1 CONTROL-FIELD-2 CONTROL-FIELD-3
                   CONTROL-FIELD-4 CONTROL-OVERFLOW
    MOVE 0 TO CONTROL-FIELD-COUNT CONTROL-FIELD-2-LEN CONTROL-FIELD-3-LEN
              CONTROL-FIELD-4-LEN
    UNSTRING TRANS-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO CONTROL-FIELD-1,
             CONTROL-FIELD-2 COUNT IN CONTROL-FIELD-2-LEN,
             CONTROL-FIELD-3 COUNT IN CONTROL-FIELD-3-LEN,
             CONTROL-FIELD-4 COUNT IN CONTROL-FIELD-4-LEN,
             CONTROL-OVERFLOW
        TALLYING IN CONTROL-FIELD-COUNT
    IF CONTROL-FIELD-COUNT < 3 OR CONTROL-FIELD-COUNT > 4
        OR CONTROL-FIELD-2-LEN NOT = 6
        OR CONTROL-FIELD-3-LEN NOT = 6
        OR CONTROL-FIELD-4-LEN > 8
        OR CONTROL-FIELD-2 (1:6) IS NOT NUMERIC
        OR CONTROL-FIELD-3 (1:6) IS NOT NUMERIC
        DISPLAY "TRANSACTIONS.DAT BATCH HEADER IS MALFORMED - RUN ABANDONED"
    END-IF
    MOVE CONTROL-FIELD-2 (1:6) TO BATCH-DATE
    MOVE CONTROL-FIELD-3 (1:6) TO BATCH-NUMBER
    IF CONTROL-FIELD-COUNT = 4
        MOVE CONTROL-FIELD-4 (1:8) TO BATCH-OPERATOR-ID
    ELSE
        MOVE "SYSTEM" TO BATCH-OPERATOR-ID
    END-IF
    SET BATCH-HEADER-SEEN TO TRUE.

1120-PARSE-BATCH-TRAILER.
        PERFORM 1160-WRITE-TRANS-EXCEPTION
    ELSE
        ADD 1 TO TRANS-COUNT
        SET TRANS-IDX TO TRANS-COUNT
        PERFORM 1141-STORE-TRANS-ENTRY
    END-IF.

*> Also used to post a released line from the approval queue into
*> the slot its APR line occupied.
1141-STORE-TRANS-ENTRY.
    MOVE RAW-TRANS-TYPE TO TRANS-TYPE-CODE (TRANS-IDX)
    MOVE RAW-TRANS-ITEM-ID TO TRANS-ITEM-ID (TRANS-IDX)
    MOVE RAW-TRANS-LOCATION-CODE TO TRANS-LOCATION-CODE (TRANS-IDX)
    MOVE RAW-TRANS-TO-LOCATION TO TRANS-TO-LOCATION (TRANS-IDX)
    MOVE RAW-TRANS-QTY-CHANGE TO TRANS-QTY-CHANGE (TRANS-IDX)
    MOVE RAW-TRANS-NAME TO TRANS-NEW-NAME (TRANS-IDX)
    MOVE RAW-TRANS-PRICE-N TO TRANS-NEW-PRICE (TRANS-IDX)
    MOVE RAW-NAME-GIVEN-SW TO TRANS-NAME-GIVEN-SW (TRANS-IDX)
    MOVE RAW-PRICE-GIVEN-SW TO TRANS-PRICE-GIVEN-SW (TRANS-IDX)
    MOVE RAW-TRANS-ORDER-REF TO TRANS-ORDER-REF (TRANS-IDX)
    MOVE RAW-TRANS-LOT-NUMBER TO TRANS-LOT-NUMBER (TRANS-IDX)
    MOVE RAW-LOT-GIVEN-SW TO TRANS-LOT-GIVEN-SW (TRANS-IDX)
    MOVE RAW-TRANS-REASON-CODE TO TRANS-REASON-CODE (TRANS-IDX)
    MOVE RAW-TRANS-DISPOSITION TO TRANS-DISPOSITION (TRANS-IDX)
    MOVE RAW-TRANS-PENDING-ID TO TRANS-PENDING-ID (TRANS-IDX)
    MOVE TRANS-TEMP-RECORD TO TRANS-SOURCE-TEXT (TRANS-IDX).

*> The control hash covers every detail record the upstream system
*> wrote, so the quantity field is hashed whenever it is readable
*> even when the record fails validation for some other reason -
    MOVE SPACES TO HASH-QTY-STG
    MOVE 0 TO HASH-QTY-LEN
    IF TRANS-FIELD-1 = 'CHG' OR TRANS-FIELD-1 = 'DEL'
        OR TRANS-FIELD-1 = 'RLS' OR TRANS-FIELD-1 = 'APR'
        OR TRANS-FIELD-1 = 'REJ'
        CONTINUE
    ELSE
        IF TRANS-FIELD-1 = 'ADD' OR TRANS-FIELD-1 = 'XFR'
            OR TRANS-FIELD-1 = 'RSV' OR TRANS-FIELD-1 = 'BLD'
            OR TRANS-FIELD-1 = 'BRK'
            MOVE TRANS-FIELD-5 TO HASH-QTY-STG
            MOVE TRANS-FIELD-5-LEN TO HASH-QTY-LEN
            IF HASH-QTY-LEN = 0 OR HASH-QTY-LEN > 4
                PERFORM 1146-ABANDON-UNREADABLE-QTY
            END-IF
            MOVE HASH-QTY-STG (1:HASH-QTY-LEN) TO HASH-QTY
        ELSE
        IF TRANS-FIELD-1 = 'RTN' OR TRANS-FIELD-1 = 'RTV'
            MOVE TRANS-FIELD-7 TO HASH-QTY-STG
            MOVE TRANS-FIELD-7-LEN TO HASH-QTY-LEN
            IF HASH-QTY-LEN = 0 OR HASH-QTY-LEN > 4
                PERFORM 1146-ABANDON-UNREADABLE-QTY
            END-IF
            IF HASH-QTY-STG (1:HASH-QTY-LEN) IS NOT NUMERIC
                PERFORM 1146-ABANDON-UNREADABLE-QTY
            END-IF
            MOVE HASH-QTY-STG (1:HASH-QTY-LEN) TO HASH-QTY
        ELSE
            MOVE TRANS-FIELD-3 TO HASH-QTY-STG
            MOVE TRANS-FIELD-3-LEN TO HASH-QTY-LEN
                MOVE HASH-QTY-STG (1:HASH-QTY-LEN) TO HASH-QTY
            END-IF
        END-IF
        END-IF
    END-IF
    ADD HASH-QTY TO BATCH-HASH-TOTAL.


*> A transaction line is either the original quantity delta
*> (ITEM-ID LOCATION DELTA, a positive delta optionally followed
*> by the vendor's lot number, a negative one by the order reference
*> it ships against - see 1154-VALIDATE-DELTA) or
*> carries a leading maintenance type code:
*>   ADD item loc name qty price   - new item (price 7 digits, V99)
*>   CHG item loc name price       - '*' keeps the existing value
*>   XFR item from to qty          - move stock between locations
*>   RSV item loc order-ref qty    - hold stock for a promised order
*>   RLS item loc order-ref        - hand the whole hold back
*>   RTN item loc order-ref reason disp qty - customer return
*>   RTV item loc po-number reason from qty - return to vendor
*>   BLD kit loc build-ref qty     - build kits from components
*>   BRK kit loc build-ref qty     - break kits back into components
*>   APR pending-id                - supervisor releases a held line
*>   REJ pending-id                - supervisor rejects a held line
1150-VALIDATE-TRANSACTION.
    SET TRANS-RECORD-VALID TO TRUE
    MOVE SPACES TO TRANS-REJECT-REASON
    MOVE SPACES TO RAW-TRANS-TYPE RAW-TRANS-ITEM-ID RAW-TRANS-LOCATION-CODE
                   RAW-TRANS-TO-LOCATION RAW-TRANS-NAME RAW-TRANS-PRICE
                   RAW-TRANS-ORDER-REF RAW-TRANS-LOT-NUMBER
                   RAW-TRANS-REASON-CODE RAW-TRANS-DISPOSITION
                   RAW-TRANS-PENDING-ID RAW-TRANS-OVERFLOW
    MOVE SPACES TO RAW-NAME-GIVEN-SW RAW-PRICE-GIVEN-SW RAW-LOT-GIVEN-SW
    MOVE SPACES TO TRANS-FIELD-1 TRANS-FIELD-2 TRANS-FIELD-3
                   TRANS-FIELD-4 TRANS-FIELD-5 TRANS-FIELD-6
                   TRANS-FIELD-7
    MOVE SPACES TO TRANS-ITEM-ID-STG TRANS-LOCATION-STG TRANS-QTY-STG
    MOVE 0 TO TRANS-FIELD-COUNT TRANS-FIELD-1-LEN TRANS-FIELD-2-LEN
              TRANS-FIELD-3-LEN TRANS-FIELD-4-LEN TRANS-FIELD-5-LEN
              TRANS-FIELD-6-LEN TRANS-FIELD-7-LEN
    MOVE 0 TO TRANS-ITEM-ID-LEN TRANS-LOCATION-LEN TRANS-QTY-LEN
    MOVE 0 TO RAW-TRANS-QTY-CHANGE
    UNSTRING TRANS-TEMP-RECORD DELIMITED BY ALL SPACES
             TRANS-FIELD-4 COUNT IN TRANS-FIELD-4-LEN,
             TRANS-FIELD-5 COUNT IN TRANS-FIELD-5-LEN,
             TRANS-FIELD-6 COUNT IN TRANS-FIELD-6-LEN,
             TRANS-FIELD-7 COUNT IN TRANS-FIELD-7-LEN,
             RAW-TRANS-OVERFLOW
        TALLYING IN TRANS-FIELD-COUNT
    IF TRANS-FIELD-1 = 'ADD'
                        IF TRANS-FIELD-1 = 'RLS'
                            PERFORM 1161-VALIDATE-RELEASE
                        ELSE
                            IF TRANS-FIELD-1 = 'RTN'
                                PERFORM 1162-VALIDATE-RETURN
                            ELSE
                                IF TRANS-FIELD-1 = 'RTV'
                                    PERFORM 1163-VALIDATE-VENDOR-RETURN
                                ELSE
                                    IF TRANS-FIELD-1 = 'BLD' OR TRANS-FIELD-1 = 'BRK'
                                        PERFORM 1166-VALIDATE-KIT
                                    ELSE
                                        IF TRANS-FIELD-1 = 'APR' OR TRANS-FIELD-1 = 'REJ'
                                            PERFORM 1167-VALIDATE-DECISION
                                        ELSE
                                            PERFORM 1154-VALIDATE-DELTA
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
*> A quantity delta is ITEM-ID LOCATION DELTA, optionally followed
*> by a lot number on a receipt: a positive delta may name the
*> vendor's lot so the stock lands on LOT_BALANCE.DAT as well as
*> the shelf. Issues never carry a lot - they relieve lots oldest
*> first on their own - but may name the order reference they ship
*> against, so the hold placed under that reference is the one
*> consumed (see 5130). A zero delta carries neither.
1154-VALIDATE-DELTA.
    MOVE SPACES TO RAW-TRANS-TYPE
    IF TRANS-FIELD-COUNT NOT = 3 AND TRANS-FIELD-COUNT NOT = 4
                SET TRANS-RECORD-INVALID TO TRUE
                MOVE "FIELD TOO LONG" TO TRANS-REJECT-REASON
            ELSE
                IF RAW-TRANS-QTY-CHANGE > 0
                    MOVE TRANS-FIELD-4 (1:8) TO RAW-TRANS-LOT-NUMBER
                    SET RAW-LOT-GIVEN TO TRUE
                ELSE
                    IF RAW-TRANS-QTY-CHANGE < 0
                        MOVE TRANS-FIELD-4 (1:8) TO RAW-TRANS-ORDER-REF
                    ELSE
                        SET TRANS-RECORD-INVALID TO TRUE
                        MOVE "REF ON ZERO DELTA" TO TRANS-REJECT-REASON
                    END-IF
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF.

*> Return lines carry the order they came back against, a reason
*> code and what happens to the stock:
*>   RTN item loc order-ref reason disp qty
*>       disp R restock to sellable stock, S scrap, H hold for the
*>       vendor - scrapped and held stock never reaches ITEM-QUANTITY
*>   RTV item loc po-number reason from qty
*>       from H ships held stock back, R ships sellable stock; the
*>       PO line is proven against OPEN_POS.DAT or PO_HISTORY.DAT
*>       when the line is applied
1162-VALIDATE-RETURN.
    MOVE 'RTN' TO RAW-TRANS-TYPE
    IF TRANS-FIELD-COUNT NOT = 7
        SET TRANS-RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO TRANS-REJECT-REASON
    ELSE
        MOVE TRANS-FIELD-2 TO TRANS-ITEM-ID-STG
        MOVE TRANS-FIELD-2-LEN TO TRANS-ITEM-ID-LEN
        MOVE TRANS-FIELD-3 TO TRANS-LOCATION-STG
        MOVE TRANS-FIELD-3-LEN TO TRANS-LOCATION-LEN
        PERFORM 1156-VALIDATE-ITEM-LOC
        IF TRANS-RECORD-VALID
            IF TRANS-FIELD-4-LEN > 8
                SET TRANS-RECORD-INVALID TO TRUE
                MOVE "FIELD TOO LONG" TO TRANS-REJECT-REASON
            ELSE
                MOVE TRANS-FIELD-4 (1:8) TO RAW-TRANS-ORDER-REF
                PERFORM 1164-VALIDATE-RETURN-DETAIL
            END-IF
        END-IF
    END-IF.

1163-VALIDATE-VENDOR-RETURN.
    MOVE 'RTV' TO RAW-TRANS-TYPE
    IF TRANS-FIELD-COUNT NOT = 7
        SET TRANS-RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO TRANS-REJECT-REASON
    ELSE
        MOVE TRANS-FIELD-2 TO TRANS-ITEM-ID-STG
        MOVE TRANS-FIELD-2-LEN TO TRANS-ITEM-ID-LEN
        MOVE TRANS-FIELD-3 TO TRANS-LOCATION-STG
        MOVE TRANS-FIELD-3-LEN TO TRANS-LOCATION-LEN
        PERFORM 1156-VALIDATE-ITEM-LOC
        IF TRANS-RECORD-VALID
            IF TRANS-FIELD-4-LEN NOT = 6
                OR TRANS-FIELD-4 (1:6) IS NOT NUMERIC
                SET TRANS-RECORD-INVALID TO TRUE
                MOVE "BAD PO NUMBER" TO TRANS-REJECT-REASON
            ELSE
                MOVE TRANS-FIELD-4 (1:6) TO RAW-TRANS-ORDER-REF
                PERFORM 1164-VALIDATE-RETURN-DETAIL
                IF TRANS-RECORD-VALID
                    AND RAW-TRANS-DISPOSITION = 'S'
                    SET TRANS-RECORD-INVALID TO TRUE
                    MOVE "BAD DISPOSITION" TO TRANS-REJECT-REASON
                END-IF
            END-IF
        END-IF
    END-IF.

*> Reason, disposition and quantity sit in the same three places on
*> both return lines.
1164-VALIDATE-RETURN-DETAIL.
    IF TRANS-FIELD-5-LEN > 4 OR TRANS-FIELD-7-LEN > 4
        SET TRANS-RECORD-INVALID TO TRUE
        MOVE "FIELD TOO LONG" TO TRANS-REJECT-REASON
    ELSE
        MOVE TRANS-FIELD-5 (1:4) TO RAW-TRANS-REASON-CODE
        MOVE TRANS-FIELD-6 (1:1) TO RAW-TRANS-DISPOSITION
        IF TRANS-FIELD-6-LEN NOT = 1
            OR (RAW-TRANS-DISPOSITION NOT = 'R'
                AND RAW-TRANS-DISPOSITION NOT = 'S'
                AND RAW-TRANS-DISPOSITION NOT = 'H')
            SET TRANS-RECORD-INVALID TO TRUE
            MOVE "BAD DISPOSITION" TO TRANS-REJECT-REASON
        ELSE
            IF TRANS-FIELD-7 (1:TRANS-FIELD-7-LEN) IS NUMERIC
                MOVE TRANS-FIELD-7 (1:TRANS-FIELD-7-LEN)
                    TO RAW-TRANS-QTY-CHANGE
                IF RAW-TRANS-QTY-CHANGE = 0
                    SET TRANS-RECORD-INVALID TO TRUE
                    MOVE "ZERO RETURN QTY" TO TRANS-REJECT-REASON
                END-IF
            ELSE
                SET TRANS-RECORD-INVALID TO TRUE
                MOVE "NON-NUMERIC QTY" TO TRANS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

*> A kit line names the kit, the location it is built or broken
*> down at, the build reference the kitting sheet was raised under
*> and the number of kits; the components come from KIT_BOM.DAT.
1166-VALIDATE-KIT.
    MOVE TRANS-FIELD-1 (1:3) TO RAW-TRANS-TYPE
    IF TRANS-FIELD-COUNT NOT = 5
        SET TRANS-RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO TRANS-REJECT-REASON
    ELSE
        MOVE TRANS-FIELD-2 TO TRANS-ITEM-ID-STG
        MOVE TRANS-FIELD-2-LEN TO TRANS-ITEM-ID-LEN
        MOVE TRANS-FIELD-3 TO TRANS-LOCATION-STG
        MOVE TRANS-FIELD-3-LEN TO TRANS-LOCATION-LEN
        PERFORM 1156-VALIDATE-ITEM-LOC
        IF TRANS-RECORD-VALID
            IF TRANS-FIELD-4-LEN > 8 OR TRANS-FIELD-5-LEN > 4
                SET TRANS-RECORD-INVALID TO TRUE
                MOVE "FIELD TOO LONG" TO TRANS-REJECT-REASON
            ELSE
                MOVE TRANS-FIELD-4 (1:8) TO RAW-TRANS-ORDER-REF
                IF TRANS-FIELD-5 (1:TRANS-FIELD-5-LEN) IS NUMERIC
                    MOVE TRANS-FIELD-5 (1:TRANS-FIELD-5-LEN)
                        TO RAW-TRANS-QTY-CHANGE
                    IF RAW-TRANS-QTY-CHANGE = 0
                        SET TRANS-RECORD-INVALID TO TRUE
                        MOVE "ZERO KIT QTY" TO TRANS-REJECT-REASON
                    END-IF
                ELSE
                    SET TRANS-RECORD-INVALID TO TRUE
                    MOVE "NON-NUMERIC QTY" TO TRANS-REJECT-REASON
                END-IF
            END-IF
        END-IF
    END-IF.

*> The pending-id must name a line still open on the approval
*> queue; the held line's item and location travel with the
*> decision so it checkpoints and audits like any other line.
1167-VALIDATE-DECISION.
    MOVE TRANS-FIELD-1 TO RAW-TRANS-TYPE
    IF TRANS-FIELD-COUNT NOT = 2
        SET TRANS-RECORD-INVALID TO TRUE
        MOVE "FIELD COUNT" TO TRANS-REJECT-REASON
    ELSE
        IF TRANS-FIELD-2-LEN NOT = 10
            OR TRANS-FIELD-2 (1:10) IS NOT NUMERIC
            SET TRANS-RECORD-INVALID TO TRUE
            MOVE "BAD PENDING ID" TO TRANS-REJECT-REASON
        ELSE
            MOVE TRANS-FIELD-2 (1:10) TO CHECK-PENDING-ID
            PERFORM 9520-FIND-PENDING
            IF PENDING-NOT-FOUND
                SET TRANS-RECORD-INVALID TO TRUE
                MOVE "PENDING NOT FOUND" TO TRANS-REJECT-REASON
            ELSE
                MOVE CHECK-PENDING-ID TO RAW-TRANS-PENDING-ID
                MOVE PA-ITEM-ID (PENDING-IDX) TO RAW-TRANS-ITEM-ID
                MOVE PA-LOCATION-CODE (PENDING-IDX) TO RAW-TRANS-LOCATION-CODE
            END-IF
        END-IF
    END-IF.

1160-WRITE-TRANS-EXCEPTION.
    ADD 1 TO SUMMARY-TRANS-REJECTED
    MOVE SPACES TO EXCEPTIONS-RECORD
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

*> A keyed entry over the operator's limits is refused on the spot
*> - there is no batch to hold it in - and the item stays as it
*> was.
2100-APPLY-INTERACTIVE-TRANSACTION.
    DISPLAY "Item: " ITEM-NAME ", Quantity: " ITEM-QUANTITY
    DISPLAY "Enter sales (-) or new stock (+) for " ITEM-NAME ": "
    ACCEPT SALES-UPDATE
    IF AUTHORITY-IN-FORCE
        MOVE SALES-UPDATE TO LINE-QTY
        COMPUTE LINE-VALUE = LINE-QTY * UNIT-PRICE
        IF LINE-QTY > OA-MAX-QTY (OPERATOR-IDX)
            OR LINE-VALUE > OA-MAX-VALUE (OPERATOR-IDX)
            DISPLAY "OVER THE LIMIT FOR OPERATOR " AUDIT-OPERATOR-ID
                " - ENTRY NOT APPLIED"
            MOVE 0 TO SALES-UPDATE
        END-IF
    END-IF
    MOVE SALES-UPDATE TO APPLIED-DELTA
    SET ITEM-CHANGED TO TRUE
    COMPUTE UPDATED-QUANTITY = ITEM-QUANTITY + SALES-UPDATE

*> AUDIT-NOTE, when set by the caller, annotates the line after the
*> date/time stamp (maintenance actions, backorder fills); it is
*> cleared here so plain quantity movements stay unannotated. Every
*> audit line carries the operator it was posted under in columns
*> 73-80, clear of the longest annotation.
4000-WRITE-AUDIT-RECORD.
    ACCEPT RUN-DATE FROM DATE
    ACCEPT RUN-TIME FROM TIME
    STRING ITEM-ID " " LOCATION-CODE " " OLD-QUANTITY " " APPLIED-DELTA " " UPDATED-QUANTITY
        " " RUN-DATE RUN-TIME " " AUDIT-NOTE
        DELIMITED BY SIZE INTO AUDIT-RECORD
    MOVE AUDIT-OPERATOR-ID TO AUDIT-RECORD (73:8)
    WRITE AUDIT-RECORD
    ADD APPLIED-DELTA TO NET-QTY-MOVED
    MOVE SPACES TO AUDIT-NOTE.
    STRING ITEM-ID " " LOCATION-CODE " " ITEM-QUANTITY " +0000 " ITEM-QUANTITY
        " " RUN-DATE RUN-TIME " BACKORDER FILLED " FILL-QTY
        DELIMITED BY SIZE INTO AUDIT-RECORD
    MOVE AUDIT-OPERATOR-ID TO AUDIT-RECORD (73:8)
    WRITE AUDIT-RECORD.

*> Reservation consumptions are audited the same way as backorder
        " " RUN-DATE RUN-TIME " RESERVATION USED " CONSUMED-QTY
        " " RS-ORDER-REF (RESERVATION-IDX)
        DELIMITED BY SIZE INTO AUDIT-RECORD
    MOVE AUDIT-OPERATOR-ID TO AUDIT-RECORD (73:8)
    WRITE AUDIT-RECORD.

*> The location master is the single list of real warehouses
        STOP RUN
    END-IF.

*> The bill of materials (KIT-ITEM COMPONENT-ITEM QTY-PER-KIT,
*> space-delimited, one component per line) is a master like the
*> location master: a line that cannot be read, a kit listed as its
*> own component or a component listed twice for the same kit
*> abandons the run, since a build exploded against a doubtful bill
*> would post the wrong stock. A missing file just means no kits
*> are set up; any build then rejects for want of a bill.
1850-LOAD-KIT-BOM.
    OPEN INPUT KIT-BOM-FILE
    IF KIT-BOM-STATUS = '35'
        CONTINUE
    ELSE
        IF KIT-BOM-STATUS NOT = '00'
            DISPLAY "KIT_BOM.DAT COULD NOT BE OPENED - STATUS " KIT-BOM-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL KIT-BOM-EOF
            READ KIT-BOM-FILE INTO KIT-BOM-TEMP-RECORD
                AT END
                    SET KIT-BOM-EOF TO TRUE
                NOT AT END
                    PERFORM 1860-LOAD-ONE-KIT-BOM-LINE
            END-READ
        END-PERFORM
        CLOSE KIT-BOM-FILE
    END-IF.

1860-LOAD-ONE-KIT-BOM-LINE.
    IF KIT-BOM-COUNT >= 500
        DISPLAY "KIT_BOM.DAT EXCEEDS 500 COMPONENT LINES - RUN ABANDONED"
        STOP RUN
    END-IF
    MOVE SPACES TO KB-FIELD-1 KB-FIELD-2 KB-FIELD-3 KB-OVERFLOW
    MOVE 0 TO KB-FIELD-COUNT KB-FIELD-1-LEN KB-FIELD-2-LEN KB-FIELD-3-LEN
    UNSTRING KIT-BOM-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO KB-FIELD-1 COUNT IN KB-FIELD-1-LEN,
             KB-FIELD-2 COUNT IN KB-FIELD-2-LEN,
             KB-FIELD-3 COUNT IN KB-FIELD-3-LEN,
             KB-OVERFLOW
        TALLYING IN KB-FIELD-COUNT
    IF KB-FIELD-COUNT NOT = 3
        OR KB-FIELD-1-LEN NOT = 5 OR KB-FIELD-2-LEN NOT = 5
        OR KB-FIELD-3-LEN = 0 OR KB-FIELD-3-LEN > 4
        DISPLAY "KIT_BOM.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " KIT-BOM-TEMP-RECORD
        STOP RUN
    END-IF
    IF KB-FIELD-1 (1:5) IS NOT NUMERIC
        OR KB-FIELD-2 (1:5) IS NOT NUMERIC
        OR KB-FIELD-3 (1:KB-FIELD-3-LEN) IS NOT NUMERIC
        DISPLAY "KIT_BOM.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " KIT-BOM-TEMP-RECORD
        STOP RUN
    END-IF
    ADD 1 TO KIT-BOM-COUNT
    MOVE KB-FIELD-1 (1:5) TO KB-KIT-ITEM-ID (KIT-BOM-COUNT)
    MOVE KB-FIELD-2 (1:5) TO KB-COMPONENT-ITEM-ID (KIT-BOM-COUNT)
    MOVE KB-FIELD-3 (1:KB-FIELD-3-LEN) TO KB-QTY-PER (KIT-BOM-COUNT)
    IF KB-QTY-PER (KIT-BOM-COUNT) = 0
        OR KB-COMPONENT-ITEM-ID (KIT-BOM-COUNT) = KB-KIT-ITEM-ID (KIT-BOM-COUNT)
        DISPLAY "KIT_BOM.DAT LINE INVALID - RUN ABANDONED"
        DISPLAY "RECORD: " KIT-BOM-TEMP-RECORD
        STOP RUN
    END-IF
    PERFORM VARYING KB-CHECK-IDX FROM 1 BY 1
        UNTIL KB-CHECK-IDX >= KIT-BOM-COUNT
        IF KB-KIT-ITEM-ID (KB-CHECK-IDX) = KB-KIT-ITEM-ID (KIT-BOM-COUNT)
            AND KB-COMPONENT-ITEM-ID (KB-CHECK-IDX)
                = KB-COMPONENT-ITEM-ID (KIT-BOM-COUNT)
            DISPLAY "KIT_BOM.DAT COMPONENT LISTED TWICE FOR ONE KIT - RUN ABANDONED"
            DISPLAY "RECORD: " KIT-BOM-TEMP-RECORD
            STOP RUN
        END-IF
    END-PERFORM.

*> The operator authority master (OPERATOR ROLE MAX-QTY MAX-VALUE
*> TYPES, space-delimited) says who may post what. ROLE is O for an
*> operator or S for a supervisor, who may also decide held lines;
*> MAX-QTY (up to four digits) and MAX-VALUE (whole money, up to
*> nine digits) cap a single line; TYPES is ALL or a comma list of
*> ADD CHG DEL XFR RSV RLS RTN RTV BLD BRK, ADJ for plain quantity
*> deltas and BKO for backorder queue maintenance. Like the
*> location master it is trusted whole, so a bad line abandons the
*> run. Without the file no limits are in force - lines still carry
*> their operator - and the console says so.
1880-LOAD-OPERATOR-AUTHORITY.
    OPEN INPUT OPERATOR-AUTHORITY-FILE
    IF OPERATOR-AUTHORITY-STATUS = '35'
        DISPLAY "OPERATOR_AUTHORITY.DAT NOT FOUND - AUTHORITY LIMITS NOT IN FORCE"
    ELSE
        IF OPERATOR-AUTHORITY-STATUS NOT = '00'
            DISPLAY "OPERATOR_AUTHORITY.DAT COULD NOT BE OPENED - STATUS " OPERATOR-AUTHORITY-STATUS
            STOP RUN
        END-IF
        SET AUTHORITY-IN-FORCE TO TRUE
        PERFORM UNTIL AUTHORITY-EOF
            READ OPERATOR-AUTHORITY-FILE INTO AUTHORITY-TEMP-RECORD
                AT END
                    SET AUTHORITY-EOF TO TRUE
                NOT AT END
                    PERFORM 1885-LOAD-ONE-OPERATOR
            END-READ
        END-PERFORM
        CLOSE OPERATOR-AUTHORITY-FILE
    END-IF.

1885-LOAD-ONE-OPERATOR.
    IF OPERATOR-COUNT >= 500
        DISPLAY "OPERATOR_AUTHORITY.DAT EXCEEDS 500 OPERATORS - RUN ABANDONED"
        STOP RUN
    END-IF
    MOVE SPACES TO OA-FIELD-1 OA-FIELD-2 OA-FIELD-3 OA-FIELD-4 OA-FIELD-5
                   OA-OVERFLOW
    MOVE 0 TO OA-FIELD-COUNT OA-FIELD-1-LEN OA-FIELD-2-LEN OA-FIELD-3-LEN
              OA-FIELD-4-LEN OA-FIELD-5-LEN
    UNSTRING AUTHORITY-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO OA-FIELD-1 COUNT IN OA-FIELD-1-LEN,
             OA-FIELD-2 COUNT IN OA-FIELD-2-LEN,
             OA-FIELD-3 COUNT IN OA-FIELD-3-LEN,
             OA-FIELD-4 COUNT IN OA-FIELD-4-LEN,
             OA-FIELD-5 COUNT IN OA-FIELD-5-LEN,
             OA-OVERFLOW
        TALLYING IN OA-FIELD-COUNT
    IF OA-FIELD-COUNT NOT = 5
        OR OA-FIELD-1-LEN > 8 OR OA-FIELD-2-LEN NOT = 1
        OR OA-FIELD-3-LEN = 0 OR OA-FIELD-3-LEN > 4
        OR OA-FIELD-4-LEN = 0 OR OA-FIELD-4-LEN > 9
        OR OA-FIELD-5-LEN > 47
        DISPLAY "OPERATOR_AUTHORITY.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    IF OA-FIELD-3 (1:OA-FIELD-3-LEN) IS NOT NUMERIC
        OR OA-FIELD-4 (1:OA-FIELD-4-LEN) IS NOT NUMERIC
        OR (OA-FIELD-2 (1:1) NOT = 'O' AND OA-FIELD-2 (1:1) NOT = 'S')
        DISPLAY "OPERATOR_AUTHORITY.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    SET TYPE-LIST-OK TO TRUE
    IF OA-FIELD-5 NOT = 'ALL'
        PERFORM VARYING TYPE-SLOT FROM 1 BY 4
            UNTIL TYPE-SLOT > OA-FIELD-5-LEN
            MOVE OA-FIELD-5 (TYPE-SLOT:3) TO TYPE-CODE-CHECK
            IF NOT TYPE-CODE-KNOWN
                SET TYPE-LIST-BAD TO TRUE
            END-IF
            IF TYPE-SLOT + 3 <= OA-FIELD-5-LEN
                AND OA-FIELD-5 (TYPE-SLOT + 3:1) NOT = ','
                SET TYPE-LIST-BAD TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF TYPE-LIST-BAD
        DISPLAY "OPERATOR_AUTHORITY.DAT TYPE LIST INVALID - RUN ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    MOVE OA-FIELD-1 (1:8) TO CHECK-OPERATOR-ID
    PERFORM 9500-FIND-OPERATOR
    IF OPERATOR-FOUND
        DISPLAY "OPERATOR_AUTHORITY.DAT OPERATOR LISTED TWICE - RUN ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    ADD 1 TO OPERATOR-COUNT
    MOVE OA-FIELD-1 (1:8) TO OA-OPERATOR-ID (OPERATOR-COUNT)
    MOVE OA-FIELD-2 (1:1) TO OA-ROLE (OPERATOR-COUNT)
    MOVE OA-FIELD-3 (1:OA-FIELD-3-LEN) TO OA-MAX-QTY (OPERATOR-COUNT)
    MOVE OA-FIELD-4 (1:OA-FIELD-4-LEN) TO OA-MAX-VALUE (OPERATOR-COUNT)
    MOVE OA-FIELD-5 (1:47) TO OA-TYPE-LIST (OPERATOR-COUNT).

*> Lines held for approval (PENDING-ID OPERATOR HELD-DATE ITEM LOC
*> followed by the transaction line exactly as keyed, in fixed
*> columns since the line has spaces of its own). The pending-id is
*> the batch number and the line's place among the batch's accepted
*> lines, which the batch register keeps unique. Only open lines are
*> on file, and the file is rewritten whole at end of run, so an
*> unreadable line abandons the run rather than be lost.
1890-LOAD-PENDING-APPROVALS.
    OPEN INPUT PENDING-APPROVAL-FILE
    IF PENDING-APPROVAL-STATUS = '35'
        CONTINUE
    ELSE
        IF PENDING-APPROVAL-STATUS NOT = '00'
            DISPLAY "PENDING_APPROVAL.DAT COULD NOT BE OPENED - STATUS " PENDING-APPROVAL-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL PENDING-EOF
            READ PENDING-APPROVAL-FILE INTO PENDING-TEMP-RECORD
                AT END
                    SET PENDING-EOF TO TRUE
                NOT AT END
                    PERFORM 1895-LOAD-ONE-PENDING
            END-READ
        END-PERFORM
        CLOSE PENDING-APPROVAL-FILE
    END-IF.

1895-LOAD-ONE-PENDING.
    IF PENDING-COUNT >= 500
        DISPLAY "PENDING_APPROVAL.DAT EXCEEDS 500 HELD LINES - RUN ABANDONED"
        STOP RUN
    END-IF
    IF PT-PENDING-ID IS NOT NUMERIC
        OR PT-ITEM-ID IS NOT NUMERIC
        OR PT-OPERATOR-ID = SPACES
        OR PT-TRANS-TEXT = SPACES
        DISPLAY "PENDING_APPROVAL.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " PENDING-TEMP-RECORD
        STOP RUN
    END-IF
    ADD 1 TO PENDING-COUNT
    MOVE PT-PENDING-ID TO PA-PENDING-ID (PENDING-COUNT)
    MOVE PT-OPERATOR-ID TO PA-OPERATOR-ID (PENDING-COUNT)
    MOVE PT-HELD-DATE TO PA-HELD-DATE (PENDING-COUNT)
    MOVE PT-ITEM-ID TO PA-ITEM-ID (PENDING-COUNT)
    MOVE PT-LOCATION-CODE TO PA-LOCATION-CODE (PENDING-COUNT)
    MOVE PT-TRANS-TEXT TO PA-TRANS-TEXT (PENDING-COUNT)
    SET PA-OPEN (PENDING-COUNT) TO TRUE.

*> The batch register is the permanent record of every batch ever
*> posted (BATCH-NUMBER BATCH-DATE STATUS APPLIED-DATE). A batch
*> whose number is already on it is rejected whole, before any
    WRITE BATCH-REGISTER-RECORD
    CLOSE BATCH-REGISTER-FILE.

*> A batch keyed by someone with no entry on the authority master
*> is turned away whole and left off the register, so it can be
*> presented again once the master has been put right.
1970-CHECK-BATCH-OPERATOR.
    SET OPERATOR-FOUND TO TRUE
    IF AUTHORITY-IN-FORCE
        MOVE BATCH-OPERATOR-ID TO CHECK-OPERATOR-ID
        PERFORM 9500-FIND-OPERATOR
    END-IF.

1975-WRITE-OPERATOR-EXCEPTION.
    DISPLAY "BATCH " BATCH-NUMBER " OPERATOR " BATCH-OPERATOR-ID
        " NOT ON AUTHORITY FILE - BATCH SKIPPED"
    MOVE SPACES TO EXCEPTIONS-RECORD
    STRING "BATCH " BATCH-NUMBER " DATE " BATCH-DATE " OPERATOR "
        BATCH-OPERATOR-ID " NOT ON AUTHORITY FILE - BATCH SKIPPED"
        DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

1950-WRITE-DUP-BATCH-EXCEPTION.
    DISPLAY "BATCH " BATCH-NUMBER " ALREADY POSTED - BATCH SKIPPED"
    MOVE SPACES TO EXCEPTIONS-RECORD
    WRITE EXCEPTIONS-RECORD.

*> Every price change leaves its old value behind: ITEM LOC
*> OLD-PRICE NEW-PRICE DATETIME OPERATOR, the stamp in the same form
*> the audit trail carries, so accounting can tie a month-end
*> valuation swing back to the night's price maintenance line by
*> line, and to whoever keyed it.
4200-WRITE-PRICE-HISTORY.
    ACCEPT RUN-DATE FROM DATE
    ACCEPT RUN-TIME FROM TIME
    MOVE SPACES TO PRICE-HISTORY-RECORD
    STRING ITEM-ID " " LOCATION-CODE " " OLD-UNIT-PRICE " " UNIT-PRICE
        " " RUN-DATE RUN-TIME " " AUDIT-OPERATOR-ID
        DELIMITED BY SIZE INTO PRICE-HISTORY-RECORD
    WRITE PRICE-HISTORY-RECORD.

*> Every applied return leaves one line for ReturnsReport:
*>   TYPE DISP ITEM LOC REASON REFERENCE QTY UNIT-PRICE VENDOR STAMP
*> valued at the price in force when it was keyed. A return to
*> vendor carries the vendor off its PO line; a customer return
*> carries ***** and the report finds the item's usual vendor.
4400-WRITE-RETURNS-LOG.
    MOVE SPACES TO RETURNS-LOG-RECORD
    STRING TRANS-TYPE-CODE (TRANS-IDX) " " TRANS-DISPOSITION (TRANS-IDX)
        " " ITEM-ID " " LOCATION-CODE " " TRANS-REASON-CODE (TRANS-IDX)
        " " TRANS-ORDER-REF (TRANS-IDX) " " RETURN-QTY " " UNIT-PRICE
        " " RETURN-VENDOR-CODE " " RUN-DATE RUN-TIME
        DELIMITED BY SIZE INTO RETURNS-LOG-RECORD
    WRITE RETURNS-LOG-RECORD.

1700-LOAD-BACKORDERS.
    OPEN INPUT BACKORDERS-FILE
    IF BACKORDERS-FILE-STATUS = '35'
        DELIMITED BY SIZE INTO LOT-BALANCE-RECORD
    WRITE LOT-BALANCE-RECORD.

*> Held and scrapped return stock as the last run left it. A missing
*> file just means nothing has come back unsellable yet.
1790-LOAD-RETURN-STOCK.
    OPEN INPUT RETURN-STOCK-FILE
    IF RETURN-STOCK-STATUS = '35'
        CONTINUE
    ELSE
        IF RETURN-STOCK-STATUS NOT = '00'
            DISPLAY "RETURN_STOCK.DAT COULD NOT BE OPENED - STATUS " RETURN-STOCK-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL RETURN-STOCK-EOF
            READ RETURN-STOCK-FILE INTO RETURN-STOCK-TEMP-RECORD
                AT END
                    SET RETURN-STOCK-EOF TO TRUE
                NOT AT END
                    PERFORM 1795-LOAD-ONE-RETURN-STOCK
            END-READ
        END-PERFORM
        CLOSE RETURN-STOCK-FILE
    END-IF.

*> Abandon rather than load a partial table: a row not loaded here
*> would be dropped when the file is rewritten at end of run.
1795-LOAD-ONE-RETURN-STOCK.
    IF RETURN-STOCK-COUNT >= 500
        DISPLAY "RETURN_STOCK.DAT EXCEEDS 500 ITEM/LOCATIONS - RUN ABANDONED"
        STOP RUN
    END-IF
    ADD 1 TO RETURN-STOCK-COUNT
    UNSTRING RETURN-STOCK-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RT-ITEM-ID (RETURN-STOCK-COUNT),
             RT-LOCATION-CODE (RETURN-STOCK-COUNT),
             RT-HELD-QTY (RETURN-STOCK-COUNT),
             RT-SCRAPPED-QTY (RETURN-STOCK-COUNT).

*> ITEM LOC HELD SCRAPPED; a row with nothing held and nothing
*> scrapped drops off.
7500-WRITE-RETURN-STOCK-FILE.
    OPEN OUTPUT RETURN-STOCK-FILE
    IF RETURN-STOCK-STATUS NOT = '00'
        DISPLAY "RETURN_STOCK.DAT COULD NOT BE WRITTEN - STATUS " RETURN-STOCK-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING RETURN-STOCK-IDX FROM 1 BY 1
        UNTIL RETURN-STOCK-IDX > RETURN-STOCK-COUNT
        IF RT-HELD-QTY (RETURN-STOCK-IDX) > 0
            OR RT-SCRAPPED-QTY (RETURN-STOCK-IDX) > 0
            PERFORM 7510-WRITE-ONE-RETURN-STOCK
        END-IF
    END-PERFORM
    CLOSE RETURN-STOCK-FILE.

7510-WRITE-ONE-RETURN-STOCK.
    MOVE SPACES TO RETURN-STOCK-RECORD
    STRING RT-ITEM-ID (RETURN-STOCK-IDX) " " RT-LOCATION-CODE (RETURN-STOCK-IDX)
        " " RT-HELD-QTY (RETURN-STOCK-IDX) " " RT-SCRAPPED-QTY (RETURN-STOCK-IDX)
        DELIMITED BY SIZE INTO RETURN-STOCK-RECORD
    WRITE RETURN-STOCK-RECORD.

*> Released and rejected lines were audited when decided and drop
*> off here; what is still open waits for the next run.
7600-WRITE-PENDING-APPROVALS.
    OPEN OUTPUT PENDING-APPROVAL-FILE
    IF PENDING-APPROVAL-STATUS NOT = '00'
        DISPLAY "PENDING_APPROVAL.DAT COULD NOT BE WRITTEN - STATUS " PENDING-APPROVAL-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING PENDING-IDX FROM 1 BY 1
        UNTIL PENDING-IDX > PENDING-COUNT
        IF PA-OPEN (PENDING-IDX)
            PERFORM 7610-WRITE-ONE-PENDING
        END-IF
    END-PERFORM
    CLOSE PENDING-APPROVAL-FILE.

7610-WRITE-ONE-PENDING.
    MOVE SPACES TO PENDING-TEMP-RECORD
    MOVE PA-PENDING-ID (PENDING-IDX) TO PT-PENDING-ID
    MOVE PA-OPERATOR-ID (PENDING-IDX) TO PT-OPERATOR-ID
    MOVE PA-HELD-DATE (PENDING-IDX) TO PT-HELD-DATE
    MOVE PA-ITEM-ID (PENDING-IDX) TO PT-ITEM-ID
    MOVE PA-LOCATION-CODE (PENDING-IDX) TO PT-LOCATION-CODE
    MOVE PA-TRANS-TEXT (PENDING-IDX) TO PT-TRANS-TEXT
    MOVE PENDING-TEMP-RECORD TO PENDING-APPROVAL-RECORD
    WRITE PENDING-APPROVAL-RECORD.

*> Only still-open backorders survive to the next run; closed ones
*> were audited at fill time and drop off here.
7000-WRITE-BACKORDER-FILE.
        DELIMITED BY SIZE INTO RUN-SUMMARY-RECORD
    WRITE RUN-SUMMARY-RECORD
    MOVE SPACES TO RUN-SUMMARY-RECORD
    STRING "TRANSACTIONS HELD      " SUMMARY-TRANS-HELD
        DELIMITED BY SIZE INTO RUN-SUMMARY-RECORD
    WRITE RUN-SUMMARY-RECORD
    MOVE SPACES TO RUN-SUMMARY-RECORD
    STRING "NET QUANTITY MOVED     " NET-QTY-MOVED
        DELIMITED BY SIZE INTO RUN-SUMMARY-RECORD
    WRITE RUN-SUMMARY-RECORD
