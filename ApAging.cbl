IDENTIFICATION DIVISION.
PROGRAM-ID. ApAging.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ApInvoiceFile ASSIGN TO "APINV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AP-Key
        FILE STATUS IS WS-APINV-STATUS.

    SELECT VendorMaster ASSIGN TO "VENDMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VN-VendorNumber
        FILE STATUS IS WS-VENDOR-STATUS.

DATA DIVISION.
FILE SECTION.
FD ApInvoiceFile.
COPY APINV.

FD VendorMaster.
COPY VENDMAST.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-APINV-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-VENDOR-STATUS==.

01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-RUN-DAY-INT PIC 9(7).
01 WS-INVOICE-DAY-INT PIC 9(7).
01 WS-AGE-DAYS PIC S9(7).

01 WS-CURR-VENDOR   PIC X(6).
01 WS-FIRST-RECORD  PIC X VALUE 'Y'.
01 WS-VENDOR-NAME-HOLD PIC X(30).

*> The key runs vendor first, so the file read in key order is
*> already in control-break sequence; no sort is needed.
01 WS-AGE-CURRENT PIC S9(9)V99.
01 WS-AGE-30      PIC S9(9)V99.
01 WS-AGE-60      PIC S9(9)V99.
01 WS-AGE-90      PIC S9(9)V99.
01 WS-VEND-BALANCE PIC S9(9)V99.
01 WS-VEND-HELD    PIC S9(9)V99.

01 WS-TOT-CURRENT PIC S9(11)V99 VALUE 0.
01 WS-TOT-30      PIC S9(11)V99 VALUE 0.
01 WS-TOT-60      PIC S9(11)V99 VALUE 0.
01 WS-TOT-90      PIC S9(11)V99 VALUE 0.
01 WS-TOT-BALANCE PIC S9(11)V99 VALUE 0.
01 WS-TOT-HELD    PIC S9(11)V99 VALUE 0.
01 WS-VENDOR-COUNT PIC 9(5) VALUE 0.

01 WS-AGE-EDIT-C  PIC -(8)9.99.
01 WS-AGE-EDIT-30 PIC -(8)9.99.
01 WS-AGE-EDIT-60 PIC -(8)9.99.
01 WS-AGE-EDIT-90 PIC -(8)9.99.
01 WS-BAL-EDIT    PIC -(8)9.99.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "ApAging".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE (5:2) TO WS-RUN-DATE-DISPLAY (1:2)
    MOVE WS-RUN-DATE (7:2) TO WS-RUN-DATE-DISPLAY (4:2)
    MOVE WS-RUN-DATE (1:4) TO WS-RUN-DATE-DISPLAY (7:4)
    COMPUTE WS-RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

    OPEN INPUT ApInvoiceFile
    IF WS-APINV-STATUS-FILE-NOT-FOUND
        DISPLAY "ApAging: no vendor invoices on file; nothing to age."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-APINV-STATUS-OK
        DISPLAY "ApAging: error opening AP invoice file, status = "
            WS-APINV-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT VendorMaster
    IF NOT WS-VENDOR-STATUS-OK
        DISPLAY "ApAging: error opening Vendor Master, status = "
            WS-VENDOR-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM PrintAgingHeading

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ApInvoiceFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ProcessOneInvoiceLine
        END-READ
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM ProcessVendorBreak
    END-IF

    PERFORM PrintAgingTotals
    CLOSE ApInvoiceFile
    CLOSE VendorMaster
    IF WS-VENDOR-COUNT = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM LogRunEnd
    STOP RUN.

LogRunStart.
    MOVE 'S' TO WS-RUN-EVENT
    MOVE 0 TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

LogRunEnd.
    MOVE 'E' TO WS-RUN-EVENT
    MOVE RETURN-CODE TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

*> Everything still owed ages: payable lines and lines the buyer
*> has not yet decided. Paid and rejected lines are done with.
ProcessOneInvoiceLine.
    IF NOT AP-Payable AND NOT AP-Exception
        EXIT PARAGRAPH
    END-IF
    IF WS-FIRST-RECORD = 'N'
        AND AP-VendorNumber NOT = WS-CURR-VENDOR
        PERFORM ProcessVendorBreak
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE AP-VendorNumber TO WS-CURR-VENDOR
        MOVE 0 TO WS-AGE-CURRENT
        MOVE 0 TO WS-AGE-30
        MOVE 0 TO WS-AGE-60
        MOVE 0 TO WS-AGE-90
        MOVE 0 TO WS-VEND-BALANCE
        MOVE 0 TO WS-VEND-HELD
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF

    COMPUTE WS-INVOICE-DAY-INT =
        FUNCTION INTEGER-OF-DATE(AP-InvoiceDate)
    COMPUTE WS-AGE-DAYS = WS-RUN-DAY-INT - WS-INVOICE-DAY-INT
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 30
            ADD AP-Amount TO WS-AGE-CURRENT
        WHEN WS-AGE-DAYS <= 60
            ADD AP-Amount TO WS-AGE-30
        WHEN WS-AGE-DAYS <= 90
            ADD AP-Amount TO WS-AGE-60
        WHEN OTHER
            ADD AP-Amount TO WS-AGE-90
    END-EVALUATE
    ADD AP-Amount TO WS-VEND-BALANCE
    IF AP-Exception
        ADD AP-Amount TO WS-VEND-HELD
    END-IF.

ProcessVendorBreak.
    MOVE WS-CURR-VENDOR TO VN-VendorNumber
    READ VendorMaster
        INVALID KEY
            MOVE "(NOT ON VENDOR MASTER)" TO WS-VENDOR-NAME-HOLD
        NOT INVALID KEY
            MOVE VN-Name TO WS-VENDOR-NAME-HOLD
    END-READ
    PERFORM PrintAgingLine
    ADD 1 TO WS-VENDOR-COUNT
    ADD WS-AGE-CURRENT TO WS-TOT-CURRENT
    ADD WS-AGE-30 TO WS-TOT-30
    ADD WS-AGE-60 TO WS-TOT-60
    ADD WS-AGE-90 TO WS-TOT-90
    ADD WS-VEND-BALANCE TO WS-TOT-BALANCE
    ADD WS-VEND-HELD TO WS-TOT-HELD.

PrintAgingHeading.
    DISPLAY " "
    DISPLAY "Accounts Payable Aging Report             Date: "
        WS-RUN-DATE-DISPLAY
    DISPLAY "(aged from vendor invoice date)"
    DISPLAY "--------------------------------------------------------"
        "--------------------"
    DISPLAY "Vendor Name                   Current      31-60"
        "        61-90        90+      Balance"
    DISPLAY "--------------------------------------------------------"
        "--------------------".

PrintAgingLine.
    MOVE WS-AGE-CURRENT TO WS-AGE-EDIT-C
    MOVE WS-AGE-30 TO WS-AGE-EDIT-30
    MOVE WS-AGE-60 TO WS-AGE-EDIT-60
    MOVE WS-AGE-90 TO WS-AGE-EDIT-90
    MOVE WS-VEND-BALANCE TO WS-BAL-EDIT
    DISPLAY WS-CURR-VENDOR " " WS-VENDOR-NAME-HOLD (1:20)
        WS-AGE-EDIT-C " " WS-AGE-EDIT-30 " " WS-AGE-EDIT-60 " "
        WS-AGE-EDIT-90 " " WS-BAL-EDIT
    IF WS-VEND-HELD NOT = 0
        MOVE WS-VEND-HELD TO WS-BAL-EDIT
        DISPLAY "       of which held in match exceptions: "
            WS-BAL-EDIT
    END-IF.

PrintAgingTotals.
    MOVE WS-TOT-CURRENT TO WS-AGE-EDIT-C
    MOVE WS-TOT-30 TO WS-AGE-EDIT-30
    MOVE WS-TOT-60 TO WS-AGE-EDIT-60
    MOVE WS-TOT-90 TO WS-AGE-EDIT-90
    MOVE WS-TOT-BALANCE TO WS-BAL-EDIT
    DISPLAY "--------------------------------------------------------"
        "--------------------"
    DISPLAY "TOTALS                     "
        WS-AGE-EDIT-C " " WS-AGE-EDIT-30 " " WS-AGE-EDIT-60 " "
        WS-AGE-EDIT-90 " " WS-BAL-EDIT
    MOVE WS-TOT-HELD TO WS-BAL-EDIT
    DISPLAY "Held in match exceptions:  " WS-BAL-EDIT
    DISPLAY "Vendors With Open Payables: " WS-VENDOR-COUNT.
