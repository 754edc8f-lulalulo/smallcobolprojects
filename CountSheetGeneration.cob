IDENTIFICATION DIVISION.
PROGRAM-ID. CountSheetGeneration.

*> Cycle-count scheduling from the ABC classes: class A items are
*> counted once a month, class B once a quarter and class C once a
*> year, each class spread evenly over the working days (Monday to
*> Friday) of its period. The class of each item comes from
*> ABC_CLASS.DAT as ABCClassification left it; an item on file that
*> has not been classed yet (added since the last ranking) is treated
*> as class C. Within a class the items are taken in ITEM-ID order
*> and item k of N is due on working day ((k - 1) * W / N) + 1 of a
*> period with W working days, so every item comes up exactly once a
*> period and no day carries much more than its share. A due item is
*> counted at every location that holds it.
*> The sheets are written one file per location, COUNT_SHEET_xxx.DAT
*> (xxx the LOCATION-CODE), in ITEM-ID order. Each line is the
*> ITEM-ID and LOCATION-CODE of one key with the counted quantity
*> left blank: once the counter writes the quantity on the end of the
*> line the file is a PHYSICAL_COUNT.DAT ready for
*> PhysicalCountReconciliation. A count date falling on a weekend
*> produces no sheets.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ITEM-KEY
        FILE STATUS IS INVENTORY-FILE-STATUS.
    SELECT ABC-CLASS-FILE ASSIGN TO 'ABC_CLASS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ABC-CLASS-STATUS.
    SELECT COUNT-SHEET-FILE ASSIGN TO DYNAMIC COUNT-SHEET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COUNT-SHEET-STATUS.
    SELECT SHEET-SORT-FILE ASSIGN TO 'SORTWORK'.

DATA DIVISION.
FILE SECTION.
FD INVENTORY-FILE.
01 INVENTORY-RECORD.
    COPY INVFIELDS.

FD ABC-CLASS-FILE.
01 ABC-CLASS-RECORD PIC X(40).

FD COUNT-SHEET-FILE.
01 COUNT-SHEET-RECORD PIC X(20).

SD SHEET-SORT-FILE.
01 SHEET-SORT-RECORD.
    05 SS-LOCATION-CODE PIC X(3).
    05 SS-ITEM-ID PIC 9(5).

WORKING-STORAGE SECTION.
01 INVENTORY-EOF-FLAG PIC X.
   88 INVENTORY-EOF VALUE 'Y'.
   88 INVENTORY-NOT-EOF VALUE 'N'.
01 CLASS-EOF-FLAG PIC X.
   88 CLASS-EOF VALUE 'Y'.
   88 CLASS-NOT-EOF VALUE 'N'.
01 SORT-EOF-FLAG PIC X VALUE 'N'.
   88 SORT-EOF VALUE 'Y'.
   88 SORT-NOT-EOF VALUE 'N'.
01 TEMP-RECORD PIC X(80).
01 INVENTORY-FILE-STATUS PIC X(2).
01 ABC-CLASS-STATUS PIC X(2).
01 COUNT-SHEET-STATUS PIC X(2).
01 COUNT-SHEET-FILE-NAME PIC X(30).

01 COUNT-DATE-INPUT PIC X(6).
01 COUNT-DATE PIC 9(6).
01 COUNT-DATE-PARTS REDEFINES COUNT-DATE.
   05 COUNT-YY PIC 9(2).
   05 COUNT-MM PIC 9(2).
   05 COUNT-DD PIC 9(2).
01 FULL-DATE PIC 9(8).
01 FULL-DATE-PARTS REDEFINES FULL-DATE.
   05 FULL-YYYY PIC 9(4).
   05 FULL-MM PIC 9(2).
   05 FULL-DD PIC 9(2).
01 COUNT-DAY-NUMBER PIC 9(7).
01 PERIOD-START-DAY PIC 9(7).
01 PERIOD-END-DAY PIC 9(7).
01 SCAN-DAY-NUMBER PIC 9(7).
01 DAYS-SINCE-EPOCH PIC 9(7).
01 WEEKDAY-QUOTIENT PIC 9(7).
01 WEEKDAY-NUMBER PIC 9.
   88 WORKING-DAY VALUE 0 THRU 4.
01 PERIOD-START-MM PIC 9(2).
01 PERIOD-MONTHS PIC 9(2).
01 PERIOD-NUMBER PIC 9(2).

*> One entry per class: its period in months, the working days in
*> that period, where the count date falls among them, the items in
*> the class and how many have been passed so far this run.
01 CLASS-SCHEDULE-TABLE.
   05 CLASS-SCHEDULE-ENTRY OCCURS 3 TIMES INDEXED BY CLASS-IDX.
      10 CSC-CLASS PIC X.
      10 CSC-PERIOD-MONTHS PIC 9(2).
      10 CSC-WORKING-DAYS PIC 9(3).
      10 CSC-DAY-INDEX PIC 9(3).
      10 CSC-ITEM-COUNT PIC 9(6).
      10 CSC-ITEM-SEEN PIC 9(6).
      10 CSC-DUE-COUNT PIC 9(6).

01 CL-ITEM-ID-STG PIC X(10).
01 CL-ITEM-ID-LEN PIC 9(2) COMP.
01 CL-CLASS-STG PIC X(10).
01 CL-CLASS-LEN PIC 9(2) COMP.
01 CL-FIELD-COUNT PIC 9(2) COMP.
01 CL-ITEM-ID PIC 9(5).
01 CL-CLASS PIC X.

01 PASS-MODE-SW PIC X.
   88 COUNTING-PASS VALUE 'C'.
   88 SELECTING-PASS VALUE 'S'.
01 CURRENT-ITEM-ID PIC 9(5).
01 CURRENT-CLASS PIC X.
01 ITEM-SLOT PIC 9(3).
01 ITEM-DUE-SW PIC X.
   88 ITEM-DUE VALUE 'Y'.
   88 ITEM-NOT-DUE VALUE 'N'.
01 UNCLASSED-COUNT PIC 9(6) VALUE 0.

01 HAVE-KEY-SW PIC X VALUE 'N'.
   88 HAVE-KEY VALUE 'Y'.
   88 NO-KEY-YET VALUE 'N'.
01 CURRENT-LOCATION PIC X(3).
01 SHEET-COUNT PIC 9(4) VALUE 0.
01 SHEET-LINE-COUNT PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
000-MAIN.
    DISPLAY "Enter count date (YYMMDD, blank for today): " WITH NO ADVANCING
    ACCEPT COUNT-DATE-INPUT
    IF COUNT-DATE-INPUT = SPACES
        ACCEPT COUNT-DATE FROM DATE
    ELSE
        IF COUNT-DATE-INPUT IS NOT NUMERIC
            DISPLAY "COUNT DATE MUST BE SIX DIGITS (YYMMDD)"
            STOP RUN
        END-IF
        MOVE COUNT-DATE-INPUT TO COUNT-DATE
    END-IF
    IF COUNT-MM < 1 OR COUNT-MM > 12 OR COUNT-DD < 1 OR COUNT-DD > 31
        DISPLAY "COUNT DATE " COUNT-DATE " IS NOT A VALID DATE"
        STOP RUN
    END-IF
    MOVE 2000 TO FULL-YYYY
    ADD COUNT-YY TO FULL-YYYY
    MOVE COUNT-MM TO FULL-MM
    MOVE COUNT-DD TO FULL-DD
    IF FUNCTION TEST-DATE-YYYYMMDD (FULL-DATE) NOT = 0
        DISPLAY "COUNT DATE " COUNT-DATE " IS NOT A VALID DATE"
        STOP RUN
    END-IF
    COMPUTE COUNT-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (FULL-DATE)
    MOVE COUNT-DAY-NUMBER TO SCAN-DAY-NUMBER
    PERFORM 150-FIND-WEEKDAY
    IF NOT WORKING-DAY
        DISPLAY "COUNT DATE " COUNT-DATE " IS NOT A WORKING DAY - NO COUNT SHEETS"
        STOP RUN
    END-IF
    MOVE 'A' TO CSC-CLASS (1)
    MOVE 1 TO CSC-PERIOD-MONTHS (1)
    MOVE 'B' TO CSC-CLASS (2)
    MOVE 3 TO CSC-PERIOD-MONTHS (2)
    MOVE 'C' TO CSC-CLASS (3)
    MOVE 12 TO CSC-PERIOD-MONTHS (3)
    PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
        MOVE 0 TO CSC-ITEM-COUNT (CLASS-IDX) CSC-ITEM-SEEN (CLASS-IDX)
                  CSC-DUE-COUNT (CLASS-IDX)
        PERFORM 100-SET-CLASS-PERIOD
    END-PERFORM
    SET COUNTING-PASS TO TRUE
    PERFORM 1000-MERGE-CLASSES
    SET SELECTING-PASS TO TRUE
    SORT SHEET-SORT-FILE
        ON ASCENDING KEY SS-LOCATION-CODE SS-ITEM-ID
        INPUT PROCEDURE IS 1000-MERGE-CLASSES
        OUTPUT PROCEDURE IS 2000-WRITE-COUNT-SHEETS
    PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
        DISPLAY "CLASS " CSC-CLASS (CLASS-IDX)
            " ITEMS " CSC-ITEM-COUNT (CLASS-IDX)
            " WORKING DAY " CSC-DAY-INDEX (CLASS-IDX)
            " OF " CSC-WORKING-DAYS (CLASS-IDX)
            " DUE TODAY " CSC-DUE-COUNT (CLASS-IDX)
    END-PERFORM
    IF UNCLASSED-COUNT > 0
        DISPLAY "ITEMS NOT ON ABC_CLASS.DAT (COUNTED AS C) " UNCLASSED-COUNT
    END-IF
    DISPLAY "COUNT SHEETS WRITTEN " SHEET-COUNT " LINES " SHEET-LINE-COUNT
    STOP RUN.

*> The class period is the month, quarter or year containing the
*> count date. Its working days are counted day by day, noting where
*> the count date falls among them.
100-SET-CLASS-PERIOD.
    MOVE CSC-PERIOD-MONTHS (CLASS-IDX) TO PERIOD-MONTHS
    COMPUTE PERIOD-NUMBER = (COUNT-MM - 1) / PERIOD-MONTHS
    COMPUTE PERIOD-START-MM = PERIOD-NUMBER * PERIOD-MONTHS + 1
    MOVE 2000 TO FULL-YYYY
    ADD COUNT-YY TO FULL-YYYY
    MOVE PERIOD-START-MM TO FULL-MM
    MOVE 1 TO FULL-DD
    COMPUTE PERIOD-START-DAY = FUNCTION INTEGER-OF-DATE (FULL-DATE)
    ADD PERIOD-MONTHS TO FULL-MM
    IF FULL-MM > 12
        SUBTRACT 12 FROM FULL-MM
        ADD 1 TO FULL-YYYY
    END-IF
    COMPUTE PERIOD-END-DAY = FUNCTION INTEGER-OF-DATE (FULL-DATE) - 1
    MOVE 0 TO CSC-WORKING-DAYS (CLASS-IDX) CSC-DAY-INDEX (CLASS-IDX)
    PERFORM VARYING SCAN-DAY-NUMBER FROM PERIOD-START-DAY BY 1
        UNTIL SCAN-DAY-NUMBER > PERIOD-END-DAY
        PERFORM 150-FIND-WEEKDAY
        IF WORKING-DAY
            ADD 1 TO CSC-WORKING-DAYS (CLASS-IDX)
            IF SCAN-DAY-NUMBER = COUNT-DAY-NUMBER
                MOVE CSC-WORKING-DAYS (CLASS-IDX) TO CSC-DAY-INDEX (CLASS-IDX)
            END-IF
        END-IF
    END-PERFORM.

*> Day 1 of the integer calendar, 1 January 1601, was a Monday, so
*> the remainder gives 0 for Monday through 6 for Sunday.
150-FIND-WEEKDAY.
    COMPUTE DAYS-SINCE-EPOCH = SCAN-DAY-NUMBER - 1
    DIVIDE DAYS-SINCE-EPOCH BY 7
        GIVING WEEKDAY-QUOTIENT REMAINDER WEEKDAY-NUMBER.

*> Both files are in ITEM-ID order, so the classes are matched to the
*> inventory keys in one pass. The counting pass only sizes each
*> class; the selecting pass releases every key of each due item.
1000-MERGE-CLASSES.
    OPEN INPUT INVENTORY-FILE
    IF INVENTORY-FILE-STATUS NOT = '00'
        DISPLAY "INVENTORY.DAT COULD NOT BE OPENED - STATUS " INVENTORY-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT ABC-CLASS-FILE
    IF ABC-CLASS-STATUS NOT = '00'
        DISPLAY "ABC_CLASS.DAT COULD NOT BE OPENED - STATUS " ABC-CLASS-STATUS
        STOP RUN
    END-IF
    SET INVENTORY-NOT-EOF TO TRUE
    SET CLASS-NOT-EOF TO TRUE
    MOVE 0 TO CL-ITEM-ID
    MOVE 99999 TO CURRENT-ITEM-ID
    PERFORM 1100-READ-CLASS-RECORD
    PERFORM UNTIL INVENTORY-EOF
        READ INVENTORY-FILE NEXT RECORD
            AT END
                SET INVENTORY-EOF TO TRUE
            NOT AT END
                PERFORM 1200-HANDLE-INVENTORY-KEY
        END-READ
    END-PERFORM
    CLOSE INVENTORY-FILE
          ABC-CLASS-FILE.

1100-READ-CLASS-RECORD.
    READ ABC-CLASS-FILE INTO TEMP-RECORD
        AT END
            SET CLASS-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO CL-ITEM-ID-STG CL-CLASS-STG
            MOVE 0 TO CL-FIELD-COUNT CL-ITEM-ID-LEN CL-CLASS-LEN
            UNSTRING TEMP-RECORD DELIMITED BY ALL SPACES
                INTO CL-ITEM-ID-STG COUNT IN CL-ITEM-ID-LEN,
                     CL-CLASS-STG COUNT IN CL-CLASS-LEN
                TALLYING IN CL-FIELD-COUNT
            IF CL-FIELD-COUNT < 2 OR CL-ITEM-ID-LEN NOT = 5
                OR CL-CLASS-LEN NOT = 1
                OR CL-ITEM-ID-STG (1:5) IS NOT NUMERIC
                OR (CL-CLASS-STG (1:1) NOT = 'A' AND CL-CLASS-STG (1:1) NOT = 'B'
                    AND CL-CLASS-STG (1:1) NOT = 'C')
                DISPLAY "ABC_CLASS.DAT LINE UNREADABLE - RUN ABANDONED"
                DISPLAY "RECORD: " TEMP-RECORD
                STOP RUN
            END-IF
            MOVE CL-ITEM-ID-STG (1:5) TO CL-ITEM-ID
            MOVE CL-CLASS-STG (1:1) TO CL-CLASS
    END-READ.

1200-HANDLE-INVENTORY-KEY.
    IF ITEM-ID NOT = CURRENT-ITEM-ID
        MOVE ITEM-ID TO CURRENT-ITEM-ID
        PERFORM 1300-CLASS-NEW-ITEM
    END-IF
    IF SELECTING-PASS AND ITEM-DUE
        MOVE LOCATION-CODE TO SS-LOCATION-CODE
        MOVE ITEM-ID TO SS-ITEM-ID
        RELEASE SHEET-SORT-RECORD
    END-IF.

1300-CLASS-NEW-ITEM.
    PERFORM UNTIL CLASS-EOF OR CL-ITEM-ID >= CURRENT-ITEM-ID
        PERFORM 1100-READ-CLASS-RECORD
    END-PERFORM
    IF NOT CLASS-EOF AND CL-ITEM-ID = CURRENT-ITEM-ID
        MOVE CL-CLASS TO CURRENT-CLASS
    ELSE
        MOVE 'C' TO CURRENT-CLASS
        IF COUNTING-PASS
            ADD 1 TO UNCLASSED-COUNT
        END-IF
    END-IF
    SET CLASS-IDX TO 1
    SEARCH CLASS-SCHEDULE-ENTRY
        WHEN CSC-CLASS (CLASS-IDX) = CURRENT-CLASS
            CONTINUE
    END-SEARCH
    SET ITEM-NOT-DUE TO TRUE
    IF COUNTING-PASS
        ADD 1 TO CSC-ITEM-COUNT (CLASS-IDX)
    ELSE
        COMPUTE ITEM-SLOT = (CSC-ITEM-SEEN (CLASS-IDX) * CSC-WORKING-DAYS (CLASS-IDX))
            / CSC-ITEM-COUNT (CLASS-IDX) + 1
        ADD 1 TO CSC-ITEM-SEEN (CLASS-IDX)
        IF ITEM-SLOT = CSC-DAY-INDEX (CLASS-IDX)
            SET ITEM-DUE TO TRUE
            ADD 1 TO CSC-DUE-COUNT (CLASS-IDX)
        END-IF
    END-IF.

*> One sheet per location: a change of LOCATION-CODE closes the
*> current sheet and opens the next.
2000-WRITE-COUNT-SHEETS.
    SET NO-KEY-YET TO TRUE
    PERFORM UNTIL SORT-EOF
        RETURN SHEET-SORT-FILE
            AT END
                SET SORT-EOF TO TRUE
            NOT AT END
                PERFORM 2100-WRITE-SHEET-LINE
        END-RETURN
    END-PERFORM
    IF HAVE-KEY
        CLOSE COUNT-SHEET-FILE
    END-IF.

2100-WRITE-SHEET-LINE.
    IF HAVE-KEY AND SS-LOCATION-CODE NOT = CURRENT-LOCATION
        CLOSE COUNT-SHEET-FILE
        SET NO-KEY-YET TO TRUE
    END-IF
    IF NO-KEY-YET
        MOVE SS-LOCATION-CODE TO CURRENT-LOCATION
        MOVE SPACES TO COUNT-SHEET-FILE-NAME
        STRING "COUNT_SHEET_" DELIMITED BY SIZE
            SS-LOCATION-CODE DELIMITED BY SPACE
            ".DAT" DELIMITED BY SIZE
            INTO COUNT-SHEET-FILE-NAME
        OPEN OUTPUT COUNT-SHEET-FILE
        IF COUNT-SHEET-STATUS NOT = '00'
            DISPLAY COUNT-SHEET-FILE-NAME " COULD NOT BE OPENED - STATUS " COUNT-SHEET-STATUS
            STOP RUN
        END-IF
        ADD 1 TO SHEET-COUNT
        SET HAVE-KEY TO TRUE
    END-IF
    MOVE SPACES TO COUNT-SHEET-RECORD
    STRING SS-ITEM-ID " " SS-LOCATION-CODE " "
        DELIMITED BY SIZE INTO COUNT-SHEET-RECORD
    WRITE COUNT-SHEET-RECORD
    ADD 1 TO SHEET-LINE-COUNT.
