IDENTIFICATION DIVISION.
PROGRAM-ID. KitWhereUsed.

*> Where-used list for kit components, so a component shortage can
*> be traced to every kit it blocks. Reads the bill of materials
*> InventoryManagement explodes kit builds against, KIT_BOM.DAT
*> (KIT-ITEM COMPONENT-ITEM QTY-PER-KIT), and turns it round: each
*> component on KIT_WHERE_USED.DAT is followed by every kit it goes
*> into and how many of it one kit takes. Names and the on-hand
*> quantity (summed over all locations) come from the last update
*> run's UPDATED_INVENTORY.DAT; an ITEM-ID not on it shows as
*> NOT ON FILE. The bill is sorted once by kit to pick up the kit
*> names, the result held on KIT_WHERE_WORK.DAT, and that file
*> sorted by component for the listing, so no table caps the size
*> of the bill. Unreadable bill lines are skipped with a console
*> message.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KIT-BOM-FILE ASSIGN TO 'KIT_BOM.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KIT-BOM-STATUS.
    SELECT UPDATED-INVENTORY-FILE ASSIGN TO 'UPDATED_INVENTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT WHERE-USED-WORK-FILE ASSIGN TO 'KIT_WHERE_WORK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WHERE-USED-REPORT-FILE ASSIGN TO 'KIT_WHERE_USED.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT KIT-SORT-FILE ASSIGN TO 'SORTWORK1'.
    SELECT COMPONENT-SORT-FILE ASSIGN TO 'SORTWORK2'.

DATA DIVISION.
FILE SECTION.
FD KIT-BOM-FILE.
01 KIT-BOM-RECORD PIC X(30).

FD UPDATED-INVENTORY-FILE.
01 UPDATED-INVENTORY-RECORD.
    05 UI-ITEM-ID PIC X(5).
    05 FILLER PIC X.
    05 UI-LOCATION-CODE PIC X(3).
    05 FILLER PIC X.
    05 UI-ITEM-NAME PIC X(15).
    05 FILLER PIC X.
    05 UI-QUANTITY PIC X(4).
    05 FILLER PIC X(15).

FD WHERE-USED-WORK-FILE.
01 WHERE-USED-WORK-RECORD.
    05 WU-COMPONENT-ID PIC 9(5).
    05 WU-KIT-ID PIC 9(5).
    05 WU-QTY-PER PIC 9(4).
    05 WU-KIT-NAME PIC X(15).

FD WHERE-USED-REPORT-FILE.
01 WHERE-USED-REPORT-RECORD PIC X(80).

SD KIT-SORT-FILE.
01 KIT-SORT-RECORD.
    05 KS-KIT-ID PIC 9(5).
    05 KS-KIND PIC X.
       88 KS-NAME-LINE VALUE 'A'.
       88 KS-BOM-LINE VALUE 'B'.
    05 KS-COMPONENT-ID PIC 9(5).
    05 KS-QTY-PER PIC 9(4).
    05 KS-NAME PIC X(15).

SD COMPONENT-SORT-FILE.
01 COMPONENT-SORT-RECORD.
    05 CS-COMPONENT-ID PIC 9(5).
    05 CS-KIND PIC X.
       88 CS-STOCK-LINE VALUE 'N'.
       88 CS-USAGE-LINE VALUE 'U'.
    05 CS-KIT-ID PIC 9(5).
    05 CS-QTY-PER PIC 9(4).
    05 CS-NAME PIC X(15).
    05 CS-ON-HAND PIC 9(4).

WORKING-STORAGE SECTION.
01 BOM-EOF-FLAG PIC X VALUE 'N'.
   88 BOM-EOF VALUE 'Y'.
   88 BOM-NOT-EOF VALUE 'N'.
01 INVENTORY-EOF-FLAG PIC X VALUE 'N'.
   88 INVENTORY-EOF VALUE 'Y'.
   88 INVENTORY-NOT-EOF VALUE 'N'.
01 WORK-EOF-FLAG PIC X VALUE 'N'.
   88 WORK-EOF VALUE 'Y'.
   88 WORK-NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 KIT-BOM-STATUS PIC X(2).
01 INVENTORY-FILE-STATUS PIC X(2).
01 BOM-TEMP-RECORD PIC X(30).

01 RAW-KIT-ID PIC X(10).
01 RAW-KIT-ID-LEN PIC 9(2) COMP.
01 RAW-COMPONENT-ID PIC X(10).
01 RAW-COMPONENT-ID-LEN PIC 9(2) COMP.
01 RAW-QTY-PER PIC X(10).
01 RAW-QTY-PER-LEN PIC 9(2) COMP.
01 RAW-OVERFLOW PIC X(10).
01 BOM-FIELD-COUNT PIC 9(2) COMP.

01 HAVE-NAME-SW PIC X VALUE 'N'.
   88 HAVE-NAME VALUE 'Y'.
   88 NO-NAME-YET VALUE 'N'.
01 NAME-ITEM-ID PIC 9(5).
01 NAME-ITEM-NAME PIC X(15).

01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-COMPONENT-ID PIC 9(5).
01 COMPONENT-NAME PIC X(15).
01 COMPONENT-ON-HAND PIC 9(6).
01 COMPONENT-HEADED-SW PIC X VALUE 'N'.
   88 COMPONENT-HEADED VALUE 'Y'.
   88 COMPONENT-NOT-HEADED VALUE 'N'.
01 ON-HAND-DISPLAY PIC ZZZZZ9.

01 BOM-LINES-READ PIC 9(6) COMP VALUE 0.
01 BOM-LINES-SKIPPED PIC 9(6) COMP VALUE 0.
01 COMPONENTS-LISTED PIC 9(6) COMP VALUE 0.
01 KIT-LINES-LISTED PIC 9(6) COMP VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    OPEN OUTPUT WHERE-USED-WORK-FILE
    SORT KIT-SORT-FILE
        ON ASCENDING KEY KS-KIT-ID KS-KIND
        INPUT PROCEDURE IS 1000-RELEASE-KIT-LINES
        OUTPUT PROCEDURE IS 2000-NAME-KITS
    CLOSE WHERE-USED-WORK-FILE
    OPEN OUTPUT WHERE-USED-REPORT-FILE
    MOVE SPACES TO WHERE-USED-REPORT-RECORD
    STRING "KIT WHERE-USED LIST" DELIMITED BY SIZE
        INTO WHERE-USED-REPORT-RECORD
    WRITE WHERE-USED-REPORT-RECORD
    MOVE SPACES TO WHERE-USED-REPORT-RECORD
    STRING "COMPONENT NAME           ON-HAND KIT   KIT NAME        QTY-PER"
        DELIMITED BY SIZE INTO WHERE-USED-REPORT-RECORD
    WRITE WHERE-USED-REPORT-RECORD
    SORT COMPONENT-SORT-FILE
        ON ASCENDING KEY CS-COMPONENT-ID CS-KIND CS-KIT-ID
        INPUT PROCEDURE IS 3000-RELEASE-USAGE-LINES
        OUTPUT PROCEDURE IS 4000-WRITE-WHERE-USED
    IF COMPONENTS-LISTED = 0
        MOVE SPACES TO WHERE-USED-REPORT-RECORD
        STRING "No kits on the bill of materials." DELIMITED BY SIZE
            INTO WHERE-USED-REPORT-RECORD
        WRITE WHERE-USED-REPORT-RECORD
    END-IF
    CLOSE WHERE-USED-REPORT-FILE
    DISPLAY "BILL LINES READ " BOM-LINES-READ
        " SKIPPED LINES " BOM-LINES-SKIPPED
    DISPLAY "COMPONENTS LISTED " COMPONENTS-LISTED
        " KIT LINES " KIT-LINES-LISTED
    STOP RUN.

1000-RELEASE-KIT-LINES.
    PERFORM 1100-READ-KIT-BOM
    SET INVENTORY-NOT-EOF TO TRUE
    PERFORM 1500-RELEASE-ITEM-NAMES.

*> No bill yet just means no kits are set up.
1100-READ-KIT-BOM.
    OPEN INPUT KIT-BOM-FILE
    IF KIT-BOM-STATUS = '35'
        CONTINUE
    ELSE
        IF KIT-BOM-STATUS NOT = '00'
            DISPLAY "KIT_BOM.DAT COULD NOT BE OPENED - STATUS " KIT-BOM-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL BOM-EOF
            READ KIT-BOM-FILE INTO BOM-TEMP-RECORD
                AT END
                    SET BOM-EOF TO TRUE
                NOT AT END
                    ADD 1 TO BOM-LINES-READ
                    PERFORM 1200-RELEASE-BOM-LINE
            END-READ
        END-PERFORM
        CLOSE KIT-BOM-FILE
    END-IF.

1200-RELEASE-BOM-LINE.
    MOVE SPACES TO RAW-KIT-ID RAW-COMPONENT-ID RAW-QTY-PER RAW-OVERFLOW
    MOVE 0 TO BOM-FIELD-COUNT RAW-KIT-ID-LEN RAW-COMPONENT-ID-LEN
              RAW-QTY-PER-LEN
    UNSTRING BOM-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-KIT-ID COUNT IN RAW-KIT-ID-LEN,
             RAW-COMPONENT-ID COUNT IN RAW-COMPONENT-ID-LEN,
             RAW-QTY-PER COUNT IN RAW-QTY-PER-LEN,
             RAW-OVERFLOW
        TALLYING IN BOM-FIELD-COUNT
    IF BOM-FIELD-COUNT NOT = 3
        OR RAW-KIT-ID-LEN NOT = 5 OR RAW-COMPONENT-ID-LEN NOT = 5
        OR RAW-QTY-PER-LEN = 0 OR RAW-QTY-PER-LEN > 4
        ADD 1 TO BOM-LINES-SKIPPED
        DISPLAY "KIT_BOM.DAT LINE SKIPPED: " BOM-TEMP-RECORD
    ELSE
        IF RAW-KIT-ID (1:5) IS NOT NUMERIC
            OR RAW-COMPONENT-ID (1:5) IS NOT NUMERIC
            OR RAW-QTY-PER (1:RAW-QTY-PER-LEN) IS NOT NUMERIC
            ADD 1 TO BOM-LINES-SKIPPED
            DISPLAY "KIT_BOM.DAT LINE SKIPPED: " BOM-TEMP-RECORD
        ELSE
            MOVE SPACES TO KIT-SORT-RECORD
            MOVE RAW-KIT-ID (1:5) TO KS-KIT-ID
            SET KS-BOM-LINE TO TRUE
            MOVE RAW-COMPONENT-ID (1:5) TO KS-COMPONENT-ID
            MOVE RAW-QTY-PER (1:RAW-QTY-PER-LEN) TO KS-QTY-PER
            RELEASE KIT-SORT-RECORD
        END-IF
    END-IF.

*> The snapshot is fixed format (ITEM-ID LOC NAME QTY PRICE, the
*> name padded to fifteen), so names with spaces in them survive.
*> Without it every name shows as NOT ON FILE.
1500-RELEASE-ITEM-NAMES.
    OPEN INPUT UPDATED-INVENTORY-FILE
    IF INVENTORY-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF INVENTORY-FILE-STATUS NOT = '00'
            DISPLAY "UPDATED_INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL INVENTORY-EOF
            READ UPDATED-INVENTORY-FILE
                AT END
                    SET INVENTORY-EOF TO TRUE
                NOT AT END
                    IF UI-ITEM-ID IS NUMERIC
                        MOVE SPACES TO KIT-SORT-RECORD
                        MOVE UI-ITEM-ID TO KS-KIT-ID
                        SET KS-NAME-LINE TO TRUE
                        MOVE 0 TO KS-COMPONENT-ID KS-QTY-PER
                        MOVE UI-ITEM-NAME TO KS-NAME
                        RELEASE KIT-SORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UPDATED-INVENTORY-FILE
    END-IF.

*> Each item's snapshot lines sort ahead of the bill lines for it
*> as a kit, so each bill line picks up the kit's name.
2000-NAME-KITS.
    SET NO-NAME-YET TO TRUE
    SET SORT-NOT-EOF TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN KIT-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 2100-NAME-ONE-KIT-LINE
        END-RETURN
    END-PERFORM.

2100-NAME-ONE-KIT-LINE.
    IF KS-NAME-LINE
        SET HAVE-NAME TO TRUE
        MOVE KS-KIT-ID TO NAME-ITEM-ID
        MOVE KS-NAME TO NAME-ITEM-NAME
    ELSE
        MOVE KS-COMPONENT-ID TO WU-COMPONENT-ID
        MOVE KS-KIT-ID TO WU-KIT-ID
        MOVE KS-QTY-PER TO WU-QTY-PER
        IF HAVE-NAME AND NAME-ITEM-ID = KS-KIT-ID
            MOVE NAME-ITEM-NAME TO WU-KIT-NAME
        ELSE
            MOVE "NOT ON FILE" TO WU-KIT-NAME
        END-IF
        WRITE WHERE-USED-WORK-RECORD
    END-IF.

*> Usage lines come back off the work file; the snapshot is read a
*> second time for the components' names and on-hand quantities.
3000-RELEASE-USAGE-LINES.
    OPEN INPUT WHERE-USED-WORK-FILE
    PERFORM UNTIL WORK-EOF
        READ WHERE-USED-WORK-FILE
            AT END
                SET WORK-EOF TO TRUE
            NOT AT END
                MOVE SPACES TO COMPONENT-SORT-RECORD
                MOVE WU-COMPONENT-ID TO CS-COMPONENT-ID
                SET CS-USAGE-LINE TO TRUE
                MOVE WU-KIT-ID TO CS-KIT-ID
                MOVE WU-QTY-PER TO CS-QTY-PER
                MOVE WU-KIT-NAME TO CS-NAME
                MOVE 0 TO CS-ON-HAND
                RELEASE COMPONENT-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE WHERE-USED-WORK-FILE
    OPEN INPUT UPDATED-INVENTORY-FILE
    IF INVENTORY-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF INVENTORY-FILE-STATUS NOT = '00'
            DISPLAY "UPDATED_INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
            STOP RUN
        END-IF
        SET INVENTORY-NOT-EOF TO TRUE
        PERFORM UNTIL INVENTORY-EOF
            READ UPDATED-INVENTORY-FILE
                AT END
                    SET INVENTORY-EOF TO TRUE
                NOT AT END
                    IF UI-ITEM-ID IS NUMERIC AND UI-QUANTITY IS NUMERIC
                        MOVE SPACES TO COMPONENT-SORT-RECORD
                        MOVE UI-ITEM-ID TO CS-COMPONENT-ID
                        SET CS-STOCK-LINE TO TRUE
                        MOVE 0 TO CS-KIT-ID CS-QTY-PER
                        MOVE UI-ITEM-NAME TO CS-NAME
                        MOVE UI-QUANTITY TO CS-ON-HAND
                        RELEASE COMPONENT-SORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UPDATED-INVENTORY-FILE
    END-IF.

*> A component's stock lines arrive before its usage lines: their
*> quantities are summed and the name kept, and the first kit line
*> carries the component heading. An item on no bill prints nothing.
4000-WRITE-WHERE-USED.
    SET NO-KEY-YET TO TRUE
    SET SORT-NOT-EOF TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN COMPONENT-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                IF HAVE-KEY AND CS-COMPONENT-ID NOT = CURRENT-COMPONENT-ID
                    SET NO-KEY-YET TO TRUE
                END-IF
                IF NO-KEY-YET
                    MOVE CS-COMPONENT-ID TO CURRENT-COMPONENT-ID
                    MOVE "NOT ON FILE" TO COMPONENT-NAME
                    MOVE 0 TO COMPONENT-ON-HAND
                    SET COMPONENT-NOT-HEADED TO TRUE
                    SET HAVE-KEY TO TRUE
                END-IF
                IF CS-STOCK-LINE
                    IF COMPONENT-ON-HAND = 0 AND COMPONENT-NAME = "NOT ON FILE"
                        MOVE CS-NAME TO COMPONENT-NAME
                    END-IF
                    ADD CS-ON-HAND TO COMPONENT-ON-HAND
                ELSE
                    PERFORM 4100-WRITE-KIT-LINE
                END-IF
        END-RETURN
    END-PERFORM.

4100-WRITE-KIT-LINE.
    MOVE SPACES TO WHERE-USED-REPORT-RECORD
    IF COMPONENT-NOT-HEADED
        MOVE COMPONENT-ON-HAND TO ON-HAND-DISPLAY
        STRING CURRENT-COMPONENT-ID "     " COMPONENT-NAME " "
            ON-HAND-DISPLAY " " CS-KIT-ID " " CS-NAME " " CS-QTY-PER
            DELIMITED BY SIZE INTO WHERE-USED-REPORT-RECORD
        SET COMPONENT-HEADED TO TRUE
        ADD 1 TO COMPONENTS-LISTED
    ELSE
        STRING "                                 "
            CS-KIT-ID " " CS-NAME " " CS-QTY-PER
            DELIMITED BY SIZE INTO WHERE-USED-REPORT-RECORD
    END-IF
    WRITE WHERE-USED-REPORT-RECORD
    ADD 1 TO KIT-LINES-LISTED.
