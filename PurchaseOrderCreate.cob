*> purchase orders, so the buyer stops re-keying orders already
*> placed. Every PURCHASING_EXTRACT.DAT line carrying PE-REORDER-FLAG
*> 'Y' becomes a line on OPEN_POS.DAT (PO-NUMBER VENDOR-CODE ITEM-ID
*> ORDERED-QTY RECEIVED-QTY ORDER-DATE PROMISED-DATE, space-delimited,
*> the promised delivery date being the order date plus the vendor's
*> quoted lead time from VENDOR_LEAD_TIME.DAT - VENDOR-CODE LEAD-DAYS,
*> one vendor per line - or DEFAULT-LEAD-DAYS for a vendor not on
*> it, so PurchaseOrderReceiving can score every line against the
*> date the vendor actually committed to); lines for
*> the same vendor raised in the same run share one PO number, so a
*> PO is one order per vendor per night. PO numbers are issued from
*> PO_NUMBER.DAT, a one-line file holding the last number used, which
    SELECT PO-NUMBER-FILE ASSIGN TO 'PO_NUMBER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PO-NUMBER-FILE-STATUS.
    SELECT VENDOR-LEAD-TIME-FILE ASSIGN TO 'VENDOR_LEAD_TIME.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEAD-TIME-FILE-STATUS.
    SELECT EXCEPTIONS-FILE ASSIGN TO 'EXCEPTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPTIONS-FILE-STATUS.
    05 PE-VENDOR-CODE PIC X(5).

FD OPEN-POS-FILE.
01 OPEN-POS-RECORD PIC X(50).

FD PO-NUMBER-FILE.
01 PO-NUMBER-RECORD PIC X(10).

FD VENDOR-LEAD-TIME-FILE.
01 VENDOR-LEAD-TIME-RECORD PIC X(20).

FD EXCEPTIONS-FILE.
01 EXCEPTIONS-RECORD PIC X(70).

01 PO-NUMBER-FILE-STATUS PIC X(2).
01 EXCEPTIONS-FILE-STATUS PIC X(2).
01 RUN-DATE PIC 9(6).
01 RUN-DATE-CCYYMMDD PIC 9(8).
01 PROMISED-DATE-CCYYMMDD PIC 9(8).
01 PROMISED-DATE PIC 9(6).
01 DEFAULT-LEAD-DAYS PIC 9(3) VALUE 14.

01 LAST-PO-NUMBER PIC 9(6) VALUE 0.
01 PO-NUMBER-TEMP PIC X(10).
      INDEXED BY VENDOR-IDX.
      10 VND-CODE PIC X(5).
      10 VND-PO-NUMBER PIC 9(6).
      10 VND-PROMISED-DATE PIC 9(6).
01 VENDOR-FOUND-SW PIC X VALUE 'N'.
   88 VENDOR-FOUND VALUE 'Y'.
   88 VENDOR-NOT-FOUND VALUE 'N'.

01 LEAD-TIME-FILE-STATUS PIC X(2).
01 LEAD-TIME-EOF-FLAG PIC X VALUE 'N'.
   88 LEAD-TIME-EOF VALUE 'Y'.
   88 LEAD-TIME-NOT-EOF VALUE 'N'.
01 LEAD-TIME-TEMP-RECORD PIC X(20).
01 LEAD-TIME-COUNT PIC 9(4) COMP VALUE 0.
01 LEAD-TIME-TABLE.
   05 LEAD-TIME-ENTRY OCCURS 1 TO 500 TIMES DEPENDING ON LEAD-TIME-COUNT
      INDEXED BY LEAD-TIME-IDX.
      10 LT-VENDOR-CODE PIC X(5).
      10 LT-LEAD-DAYS PIC 9(3).
01 RAW-LT-VENDOR PIC X(10).
01 RAW-LT-DAYS PIC X(10).
01 RAW-LT-DAYS-LEN PIC 9(2) COMP.
01 LT-FIELD-COUNT PIC 9(2) COMP.
01 VENDOR-LEAD-DAYS PIC 9(3).

01 PO-LINES-WRITTEN PIC 9(6) COMP VALUE 0.
01 POS-RAISED PIC 9(4) COMP VALUE 0.
01 REJECT-COUNT PIC 9(6) COMP VALUE 0.
000-MAIN.
    ACCEPT RUN-DATE FROM DATE
    PERFORM 1000-READ-PO-NUMBER
    PERFORM 1100-LOAD-VENDOR-LEAD-TIMES
    PERFORM 1250-OPEN-EXCEPTIONS-FILE
    OPEN INPUT PURCHASING-EXTRACT-FILE
    IF EXTRACT-FILE-STATUS NOT = '00'
        CLOSE PO-NUMBER-FILE
    END-IF.

*> The vendors' quoted lead times. A missing file is not an error -
*> every vendor then gets DEFAULT-LEAD-DAYS - but a line that cannot
*> be read abandons the run rather than promise a date on a guess.
1100-LOAD-VENDOR-LEAD-TIMES.
    OPEN INPUT VENDOR-LEAD-TIME-FILE
    IF LEAD-TIME-FILE-STATUS = '35'
        CONTINUE
    ELSE
        IF LEAD-TIME-FILE-STATUS NOT = '00'
            DISPLAY "VENDOR_LEAD_TIME.DAT COULD NOT BE OPENED - STATUS " LEAD-TIME-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL LEAD-TIME-EOF
            READ VENDOR-LEAD-TIME-FILE INTO LEAD-TIME-TEMP-RECORD
                AT END
                    SET LEAD-TIME-EOF TO TRUE
                NOT AT END
                    PERFORM 1110-LOAD-ONE-LEAD-TIME
            END-READ
        END-PERFORM
        CLOSE VENDOR-LEAD-TIME-FILE
    END-IF.

1110-LOAD-ONE-LEAD-TIME.
    IF LEAD-TIME-COUNT >= 500
        DISPLAY "VENDOR_LEAD_TIME.DAT EXCEEDS 500 VENDORS - RUN ABANDONED"
        STOP RUN
    END-IF
    MOVE SPACES TO RAW-LT-VENDOR RAW-LT-DAYS
    MOVE 0 TO LT-FIELD-COUNT RAW-LT-DAYS-LEN
    UNSTRING LEAD-TIME-TEMP-RECORD DELIMITED BY ALL SPACES
        INTO RAW-LT-VENDOR,
             RAW-LT-DAYS COUNT IN RAW-LT-DAYS-LEN
        TALLYING IN LT-FIELD-COUNT
    IF LT-FIELD-COUNT NOT = 2
        OR RAW-LT-DAYS-LEN = 0 OR RAW-LT-DAYS-LEN > 3
        DISPLAY "VENDOR_LEAD_TIME.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " LEAD-TIME-TEMP-RECORD
        STOP RUN
    END-IF
    IF RAW-LT-DAYS (1:RAW-LT-DAYS-LEN) IS NOT NUMERIC
        DISPLAY "VENDOR_LEAD_TIME.DAT LINE UNREADABLE - RUN ABANDONED"
        DISPLAY "RECORD: " LEAD-TIME-TEMP-RECORD
        STOP RUN
    END-IF
    ADD 1 TO LEAD-TIME-COUNT
    MOVE RAW-LT-VENDOR (1:5) TO LT-VENDOR-CODE (LEAD-TIME-COUNT)
    MOVE RAW-LT-DAYS (1:RAW-LT-DAYS-LEN) TO LT-LEAD-DAYS (LEAD-TIME-COUNT).

*> EXTEND, not OUTPUT: the shared exception file may still hold the
*> update run's reject records, which operations reviews against
*> RUN_SUMMARY.DAT - truncating it here would destroy them.
        SET VENDOR-IDX TO VENDOR-COUNT
        MOVE PE-VENDOR-CODE TO VND-CODE (VENDOR-COUNT)
        MOVE LAST-PO-NUMBER TO VND-PO-NUMBER (VENDOR-COUNT)
        PERFORM 2150-COMPUTE-PROMISED-DATE
        MOVE PROMISED-DATE TO VND-PROMISED-DATE (VENDOR-COUNT)
    END-IF.

*> One promise per PO: every line on the vendor's order carries the
*> run date plus that vendor's quoted lead time, counted in calendar
*> days (two-digit years are 20yy, as the archive file names assume).
2150-COMPUTE-PROMISED-DATE.
    MOVE DEFAULT-LEAD-DAYS TO VENDOR-LEAD-DAYS
    SET LEAD-TIME-IDX TO 1
    IF LEAD-TIME-COUNT > 0
        SEARCH LEAD-TIME-ENTRY
            AT END
                CONTINUE
            WHEN LT-VENDOR-CODE (LEAD-TIME-IDX) = PE-VENDOR-CODE
                MOVE LT-LEAD-DAYS (LEAD-TIME-IDX) TO VENDOR-LEAD-DAYS
        END-SEARCH
    END-IF
    COMPUTE RUN-DATE-CCYYMMDD = 20000000 + RUN-DATE
    COMPUTE PROMISED-DATE-CCYYMMDD = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (RUN-DATE-CCYYMMDD) + VENDOR-LEAD-DAYS)
    MOVE PROMISED-DATE-CCYYMMDD (3:6) TO PROMISED-DATE.

2200-WRITE-PO-LINE.
    ADD 1 TO PO-LINES-WRITTEN
    MOVE SPACES TO OPEN-POS-RECORD
    STRING VND-PO-NUMBER (VENDOR-IDX) " " PE-VENDOR-CODE " "
        PE-ITEM-CODE " " PE-SUGGESTED-QTY " 000000 " RUN-DATE
        " " VND-PROMISED-DATE (VENDOR-IDX)
        DELIMITED BY SIZE INTO OPEN-POS-RECORD
    WRITE OPEN-POS-RECORD.

