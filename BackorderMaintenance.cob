*> by age. Every cancel and re-prioritize is written to AUDIT.DAT
*> in its annotation style (zero delta - no stock moves here), so
*> the queue's history stays on the same trail as the fills.
*> The session signs on with an operator ID, which is stamped on
*> every audit line it writes. While OPERATOR_AUTHORITY.DAT is on
*> file, CANCEL and TOP are refused unless the operator is on it
*> with BKO (or ALL) among the permitted types; LIST and REPORT
*> change nothing and are open to anyone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS AUDIT-FILE-STATUS.
    SELECT AGING-REPORT-FILE ASSIGN TO 'BACKORDER_AGING.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO 'OPERATOR_AUTHORITY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-AUTHORITY-STATUS.

DATA DIVISION.
FILE SECTION.
FD AGING-REPORT-FILE.
01 AGING-REPORT-RECORD PIC X(90).

FD OPERATOR-AUTHORITY-FILE.
01 OPERATOR-AUTHORITY-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 BACKORDERS-FILE-STATUS PIC X(2).
01 INVENTORY-FILE-STATUS PIC X(2).
   88 PRICE-FOUND VALUE 'Y'.
   88 PRICE-NOT-FOUND VALUE 'N'.

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
01 SESSION-OPERATOR-ID PIC X(8) VALUE SPACES.
01 LINE-TYPE-CODE PIC X(3) VALUE 'BKO'.
01 TYPE-PERMITTED-SW PIC X VALUE 'N'.
   88 TYPE-PERMITTED VALUE 'Y'.
   88 TYPE-NOT-PERMITTED VALUE 'N'.

PROCEDURE DIVISION.
000-MAIN.
    ACCEPT TODAY-DATE FROM DATE
    PERFORM 1000-LOAD-BACKORDERS
    PERFORM 1300-LOAD-OPERATOR-AUTHORITY
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT SESSION-OPERATOR-ID
    OPEN INPUT INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        STOP RUN
    END-IF.

*> Same master, same layout and the same trust as the update run
*> (OPERATOR ROLE MAX-QTY MAX-VALUE TYPES): a bad line abandons the
*> session, and without the file no limits are in force.
1300-LOAD-OPERATOR-AUTHORITY.
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
                    PERFORM 1310-LOAD-ONE-OPERATOR
            END-READ
        END-PERFORM
        CLOSE OPERATOR-AUTHORITY-FILE
    END-IF.

1310-LOAD-ONE-OPERATOR.
    IF OPERATOR-COUNT >= 500
        DISPLAY "OPERATOR_AUTHORITY.DAT EXCEEDS 500 OPERATORS - SESSION ABANDONED"
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
        DISPLAY "OPERATOR_AUTHORITY.DAT LINE UNREADABLE - SESSION ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    IF OA-FIELD-3 (1:OA-FIELD-3-LEN) IS NOT NUMERIC
        OR OA-FIELD-4 (1:OA-FIELD-4-LEN) IS NOT NUMERIC
        OR (OA-FIELD-2 (1:1) NOT = 'O' AND OA-FIELD-2 (1:1) NOT = 'S')
        DISPLAY "OPERATOR_AUTHORITY.DAT LINE UNREADABLE - SESSION ABANDONED"
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
        DISPLAY "OPERATOR_AUTHORITY.DAT TYPE LIST INVALID - SESSION ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    MOVE OA-FIELD-1 (1:8) TO CHECK-OPERATOR-ID
    PERFORM 9500-FIND-OPERATOR
    IF OPERATOR-FOUND
        DISPLAY "OPERATOR_AUTHORITY.DAT OPERATOR LISTED TWICE - SESSION ABANDONED"
        DISPLAY "RECORD: " AUTHORITY-TEMP-RECORD
        STOP RUN
    END-IF
    ADD 1 TO OPERATOR-COUNT
    MOVE OA-FIELD-1 (1:8) TO OA-OPERATOR-ID (OPERATOR-COUNT)
    MOVE OA-FIELD-2 (1:1) TO OA-ROLE (OPERATOR-COUNT)
    MOVE OA-FIELD-3 (1:OA-FIELD-3-LEN) TO OA-MAX-QTY (OPERATOR-COUNT)
    MOVE OA-FIELD-4 (1:OA-FIELD-4-LEN) TO OA-MAX-VALUE (OPERATOR-COUNT)
    MOVE OA-FIELD-5 (1:47) TO OA-TYPE-LIST (OPERATOR-COUNT).

2000-COMMAND-LOOP.
    MOVE SPACES TO COMMAND-ENTRY
    DISPLAY "Command (LIST, CANCEL n, TOP n, REPORT, blank to exit): "
            PERFORM 3000-LIST-BACKORDERS
        ELSE
            IF ACTION-WORD = 'CANCEL'
                PERFORM 2200-CHECK-AUTHORITY
                IF TYPE-PERMITTED
                    PERFORM 4000-CANCEL-BACKORDER
                END-IF
            ELSE
                IF ACTION-WORD = 'TOP'
                    PERFORM 2200-CHECK-AUTHORITY
                    IF TYPE-PERMITTED
                        PERFORM 5000-PRIORITIZE-BACKORDER
                    END-IF
                ELSE
                    IF ACTION-WORD = 'REPORT'
                        PERFORM 6000-WRITE-AGING-REPORT
        MOVE ACTION-LINE-STG (1:ACTION-LINE-LEN) TO ACTION-LINE-NO
    END-IF.

*> CANCEL and TOP change the queue, so they need BKO authority
*> while the master is in force.
2200-CHECK-AUTHORITY.
    IF AUTHORITY-IN-FORCE
        MOVE SESSION-OPERATOR-ID TO CHECK-OPERATOR-ID
        PERFORM 9500-FIND-OPERATOR
        PERFORM 9510-CHECK-TYPE-PERMITTED
        IF TYPE-NOT-PERMITTED
            DISPLAY "OPERATOR " SESSION-OPERATOR-ID " NOT AUTHORIZED FOR BKO - "
                ACTION-WORD " REFUSED"
        END-IF
    ELSE
        SET TYPE-PERMITTED TO TRUE
    END-IF.

*> List in fill order - line 1 is the next backorder stock will go
*> to - with the age the customer has already waited.
3000-LIST-BACKORDERS.
*> delta (no stock moves here) and the action as the trailing
*> annotation, so the queue's history reads inline with the fills.
*> The book quantity shown is the item/location's current shelf
*> stock; an item no longer on file audits at zero. The session's
*> operator goes in columns 73-80, as on the update run's lines.
4500-WRITE-MAINTENANCE-AUDIT.
    MOVE BO-ITEM-ID (BACKORDER-IDX) TO ITEM-ID
    MOVE BO-LOCATION-CODE (BACKORDER-IDX) TO LOCATION-CODE
        " " AUDIT-QUANTITY " +0000 " AUDIT-QUANTITY
        " " TODAY-DATE RUN-TIME " " AUDIT-NOTE
        DELIMITED BY SIZE INTO AUDIT-RECORD
    MOVE SESSION-OPERATOR-ID TO AUDIT-RECORD (73:8)
    WRITE AUDIT-RECORD.

*> The uncaptured demand as money: every open line priced at the
        " " BO-UNFILLED-QTY (BACKORDER-IDX) " " BO-ORDER-DATE (BACKORDER-IDX)
        DELIMITED BY SIZE INTO BACKORDERS-RECORD
    WRITE BACKORDERS-RECORD.

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
*> out on four-character slots (ADD,CHG,BKO), or ALL.
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
