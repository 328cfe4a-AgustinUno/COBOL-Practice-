IDENTIFICATION DIVISION.
PROGRAM-ID. ApCheckRun.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ApInvoiceFile ASSIGN TO "APINV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AP-Key
        FILE STATUS IS WS-APINV-STATUS.

    SELECT VendorMaster ASSIGN TO "VENDMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VN-VendorNumber
        FILE STATUS IS WS-VENDOR-STATUS.

*> Last-used check number, kept the way PONBR.DAT keeps PO numbers
*> so the register runs in unbroken sequence from week to week.
    SELECT CheckNumberFile ASSIGN TO "CHECKNBR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHKNBR-STATUS.

    SELECT RemittanceFile ASSIGN TO "REMIT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REMIT-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT ControlFile ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT SortPayables ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD ApInvoiceFile.
COPY APINV.

FD VendorMaster.
COPY VENDMAST.

FD CheckNumberFile.
01 CheckNumberRecord.
    05 CN-LastUsed PIC 9(8).

FD RemittanceFile.
01 RemittanceLine PIC X(80).

FD AuditLog.
COPY AUDITREC.

FD ControlFile.
COPY CTLREC.

*> Payable lines due by the pay-through date, in vendor order so
*> each vendor's lines come together under one check.
SD SortPayables.
01 SortPayableRec.
    05 SP-VendorNumber     PIC X(6).
    05 SP-InvoiceNumber    PIC X(12).
    05 SP-LineNumber       PIC 99.
    05 SP-InvoiceDate      PIC 9(8).
    05 SP-DueDate          PIC 9(8).
    05 SP-PoNumber         PIC 9(8).
    05 SP-Amount           PIC S9(7)V99.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-APINV-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-VENDOR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CHKNBR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-REMIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.

01 WS-RUN-DATE       PIC 9(8).
01 WS-RUN-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-PAY-THRU-X     PIC X(8).
01 WS-PAY-THRU-DATE  PIC 9(8).

*> One vendor's payable lines, gathered between control breaks so
*> the net can be tested before a check number is spent on it.
01 WS-PAY-LINES.
   05 WS-PAY-LINE OCCURS 200 TIMES.
      10 WS-PL-INVOICE-NUMBER PIC X(12).
      10 WS-PL-LINE-NUMBER    PIC 99.
      10 WS-PL-INVOICE-DATE   PIC 9(8).
      10 WS-PL-PO-NUMBER      PIC 9(8).
      10 WS-PL-AMOUNT         PIC S9(7)V99.
01 WS-PAY-COUNT      PIC 999 VALUE 0.
01 WS-PAY-IDX        PIC 999.
01 WS-MAX-PAY-LINES  PIC 999 VALUE 200.

01 WS-CURR-VENDOR    PIC X(6).
01 WS-FIRST-RECORD   PIC X VALUE 'Y'.
01 WS-VENDOR-NAME    PIC X(30).
01 WS-VENDOR-ON-FILE PIC X.
01 WS-CHECK-AMOUNT   PIC S9(7)V99.
01 WS-CHECK-NUMBER   PIC 9(8).

01 WS-CHECKS-WRITTEN PIC 9(5) VALUE 0.
01 WS-LINES-PAID     PIC 9(7) VALUE 0.
01 WS-VENDORS-HELD   PIC 9(5) VALUE 0.
01 WS-TOTAL-PAID     PIC S9(9)V99 VALUE 0.

01 WS-REMIT-WORK     PIC X(80).
01 WS-EDIT-AMOUNT    PIC -(7)9.99.
01 WS-EDIT-TOTAL     PIC -(9)9.99.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "ApCheckRun".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE (5:2) TO WS-RUN-DATE-DISPLAY (1:2)
    MOVE WS-RUN-DATE (7:2) TO WS-RUN-DATE-DISPLAY (4:2)
    MOVE WS-RUN-DATE (1:4) TO WS-RUN-DATE-DISPLAY (7:4)

    DISPLAY "Pay invoices due through (YYYYMMDD, blank = today): "
        WITH NO ADVANCING
    ACCEPT WS-PAY-THRU-X
    IF WS-PAY-THRU-X = SPACES
        MOVE WS-RUN-DATE TO WS-PAY-THRU-DATE
    ELSE
        MOVE WS-PAY-THRU-X TO WS-PAY-THRU-DATE
    END-IF

    PERFORM OpenFiles

    DISPLAY " "
    DISPLAY "Accounts Payable Check Register          Date: "
        WS-RUN-DATE-DISPLAY
    DISPLAY "Invoices due through " WS-PAY-THRU-DATE
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "Check No  Vendor Name                            Lines"
        "        Amount"
    DISPLAY "------------------------------------------------------------"
        "--------------"

    SORT SortPayables
        ON ASCENDING KEY SP-VendorNumber
                         SP-DueDate
                         SP-InvoiceNumber
                         SP-LineNumber
        INPUT PROCEDURE IS ReleasePayables
        OUTPUT PROCEDURE IS ProcessSortedPayables

    MOVE WS-TOTAL-PAID TO WS-EDIT-TOTAL
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "Checks Written: " WS-CHECKS-WRITTEN
        "   Lines Paid: " WS-LINES-PAID
    DISPLAY "TOTAL DISBURSED:                            $" WS-EDIT-TOTAL
    IF WS-VENDORS-HELD > 0
        DISPLAY "Vendors with a net credit, not paid: " WS-VENDORS-HELD
    END-IF

    PERFORM WriteControlTotals
    CLOSE ApInvoiceFile
    CLOSE VendorMaster
    CLOSE RemittanceFile
    CLOSE AuditLog
    IF WS-CHECKS-WRITTEN = 0
        DISPLAY "No payables due; no checks written."
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY " "
        DISPLAY "Remittance advice written to REMIT.RPT"
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

OpenFiles.
    OPEN I-O ApInvoiceFile
    IF WS-APINV-STATUS-FILE-NOT-FOUND
        DISPLAY "ApCheckRun: no vendor invoices on file; nothing to "
            "pay."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-APINV-STATUS-OK
        DISPLAY "ApCheckRun: error opening AP invoice file, status = "
            WS-APINV-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT VendorMaster
    IF NOT WS-VENDOR-STATUS-OK
        DISPLAY "ApCheckRun: error opening Vendor Master, status = "
            WS-VENDOR-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN OUTPUT RemittanceFile
    IF NOT WS-REMIT-STATUS-OK
        DISPLAY "ApCheckRun: error opening remittance file, status = "
            WS-REMIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN EXTEND AuditLog
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "ApCheckRun: error opening audit log, status = "
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "ApCheckRun" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "ApCheckRun: error writing audit record, status = "
            WS-AUDIT-STATUS
    END-IF.

*> Only lines the match (or the buyer) has made payable are paid;
*> exceptions still on the queue wait for a decision.
ReleasePayables.
    MOVE LOW-VALUES TO AP-Key
    START ApInvoiceFile KEY IS NOT LESS THAN AP-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ApInvoiceFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF AP-Payable AND AP-DueDate <= WS-PAY-THRU-DATE
                    MOVE AP-VendorNumber TO SP-VendorNumber
                    MOVE AP-InvoiceNumber TO SP-InvoiceNumber
                    MOVE AP-LineNumber TO SP-LineNumber
                    MOVE AP-InvoiceDate TO SP-InvoiceDate
                    MOVE AP-DueDate TO SP-DueDate
                    MOVE AP-PoNumber TO SP-PoNumber
                    MOVE AP-Amount TO SP-Amount
                    RELEASE SortPayableRec
                END-IF
        END-READ
    END-PERFORM.

ProcessSortedPayables.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortPayables
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM CollectPayableLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PayCurrentVendor
    END-IF.

CollectPayableLine.
    IF WS-FIRST-RECORD = 'N'
        AND SP-VendorNumber NOT = WS-CURR-VENDOR
        PERFORM PayCurrentVendor
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SP-VendorNumber TO WS-CURR-VENDOR
        MOVE 0 TO WS-PAY-COUNT
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    IF WS-PAY-COUNT >= WS-MAX-PAY-LINES
        DISPLAY "ApCheckRun: more than " WS-MAX-PAY-LINES
            " payable lines for vendor " WS-CURR-VENDOR
            "; the rest wait for the next run."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PAY-COUNT
    MOVE SP-InvoiceNumber TO WS-PL-INVOICE-NUMBER (WS-PAY-COUNT)
    MOVE SP-LineNumber TO WS-PL-LINE-NUMBER (WS-PAY-COUNT)
    MOVE SP-InvoiceDate TO WS-PL-INVOICE-DATE (WS-PAY-COUNT)
    MOVE SP-PoNumber TO WS-PL-PO-NUMBER (WS-PAY-COUNT)
    MOVE SP-Amount TO WS-PL-AMOUNT (WS-PAY-COUNT).

*> ------------------------------------------------------------------
*> One vendor: a single check for everything due, with the
*> remittance advice listing each invoice line it pays. A vendor
*> whose credits outweigh the bills is left for the next run.
*> ------------------------------------------------------------------
PayCurrentVendor.
    MOVE 0 TO WS-CHECK-AMOUNT
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        ADD WS-PL-AMOUNT (WS-PAY-IDX) TO WS-CHECK-AMOUNT
    END-PERFORM

    MOVE 'N' TO WS-VENDOR-ON-FILE
    MOVE WS-CURR-VENDOR TO VN-VendorNumber
    READ VendorMaster
        INVALID KEY
            MOVE "(NOT ON VENDOR MASTER)" TO WS-VENDOR-NAME
            MOVE SPACES TO VN-Address
            MOVE SPACES TO VN-City
            MOVE SPACES TO VN-State
            MOVE SPACES TO VN-Zip
        NOT INVALID KEY
            MOVE 'Y' TO WS-VENDOR-ON-FILE
            MOVE VN-Name TO WS-VENDOR-NAME
    END-READ

    IF WS-CHECK-AMOUNT NOT > 0
        ADD 1 TO WS-VENDORS-HELD
        MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMOUNT
        DISPLAY "  (none)  " WS-CURR-VENDOR " " WS-VENDOR-NAME
            "  net credit " WS-EDIT-AMOUNT " - not paid"
        EXIT PARAGRAPH
    END-IF

    PERFORM AssignCheckNumber
    PERFORM StartRemittance
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        PERFORM PayOneLine
    END-PERFORM
    PERFORM FinishRemittance

    ADD 1 TO WS-CHECKS-WRITTEN
    ADD WS-CHECK-AMOUNT TO WS-TOTAL-PAID
    MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY WS-CHECK-NUMBER "  " WS-CURR-VENDOR " " WS-VENDOR-NAME
        "  " WS-PAY-COUNT "  " WS-EDIT-AMOUNT

    MOVE "APCHECK" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING WS-CHECK-NUMBER WS-CURR-VENDOR
        DELIMITED BY SIZE INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> Take the next check number from CHECKNBR.DAT, creating it at 1
*> the first time the check run is used.
AssignCheckNumber.
    MOVE 0 TO WS-CHECK-NUMBER
    OPEN INPUT CheckNumberFile
    IF WS-CHKNBR-STATUS-OK
        READ CheckNumberFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CN-LastUsed TO WS-CHECK-NUMBER
        END-READ
        CLOSE CheckNumberFile
    END-IF
    ADD 1 TO WS-CHECK-NUMBER
    OPEN OUTPUT CheckNumberFile
    IF NOT WS-CHKNBR-STATUS-OK
        DISPLAY "ApCheckRun: error writing check number file, "
            "status = " WS-CHKNBR-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    MOVE WS-CHECK-NUMBER TO CN-LastUsed
    WRITE CheckNumberRecord
    CLOSE CheckNumberFile.

PayOneLine.
    MOVE WS-CURR-VENDOR TO AP-VendorNumber
    MOVE WS-PL-INVOICE-NUMBER (WS-PAY-IDX) TO AP-InvoiceNumber
    MOVE WS-PL-LINE-NUMBER (WS-PAY-IDX) TO AP-LineNumber
    READ ApInvoiceFile
        INVALID KEY
            DISPLAY "ApCheckRun: invoice line " AP-Key
                " vanished during the run, status = " WS-APINV-STATUS
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
    END-READ
    SET AP-Paid TO TRUE
    MOVE WS-CHECK-NUMBER TO AP-CheckNumber
    MOVE WS-RUN-DATE TO AP-PaidDate
    REWRITE ApInvoiceRecord
        INVALID KEY
            DISPLAY "ApCheckRun: could not mark invoice line " AP-Key
                " paid, status = " WS-APINV-STATUS
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO WS-LINES-PAID

    MOVE WS-PL-AMOUNT (WS-PAY-IDX) TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-REMIT-WORK
    STRING "  " WS-PL-INVOICE-NUMBER (WS-PAY-IDX) "-"
        WS-PL-LINE-NUMBER (WS-PAY-IDX) "  "
        WS-PL-INVOICE-DATE (WS-PAY-IDX) "  PO "
        WS-PL-PO-NUMBER (WS-PAY-IDX) "    " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REMIT-WORK
    PERFORM WriteRemittanceLine.

WriteRemittanceLine.
    WRITE RemittanceLine FROM WS-REMIT-WORK
    IF NOT WS-REMIT-STATUS-OK
        DISPLAY "ApCheckRun: error writing remittance file, status = "
            WS-REMIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF.

StartRemittance.
    MOVE ALL "=" TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE "            ACME MAIL ORDER COMPANY - REMITTANCE ADVICE"
        TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE SPACES TO WS-REMIT-WORK
    STRING "Check Number: " WS-CHECK-NUMBER "     Date: "
        WS-RUN-DATE-DISPLAY
        DELIMITED BY SIZE INTO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE SPACES TO WS-REMIT-WORK
    STRING "Pay To: " WS-CURR-VENDOR "  " WS-VENDOR-NAME
        DELIMITED BY SIZE INTO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    IF WS-VENDOR-ON-FILE = 'Y'
        MOVE SPACES TO WS-REMIT-WORK
        STRING "        " VN-Address
            DELIMITED BY SIZE INTO WS-REMIT-WORK
        PERFORM WriteRemittanceLine
        MOVE SPACES TO WS-REMIT-WORK
        STRING "        " VN-City " " VN-State " " VN-Zip
            DELIMITED BY SIZE INTO WS-REMIT-WORK
        PERFORM WriteRemittanceLine
    END-IF
    MOVE SPACES TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE "  Invoice         Ln  Inv Date  PO Number           Amount"
        TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE "  ------------------------------------------------------------"
        TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine.

FinishRemittance.
    MOVE "  ------------------------------------------------------------"
        TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-REMIT-WORK
    STRING "  Check Total:                                  "
        WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REMIT-WORK
    PERFORM WriteRemittanceLine
    MOVE SPACES TO WS-REMIT-WORK
    PERFORM WriteRemittanceLine.

WriteControlTotals.
    IF WS-LINES-PAID = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "ApCheckRun: error opening control file, status = "
            WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "ApCheckRun" TO CT-Program-Id
    MOVE WS-RUN-DATE TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-LINES-PAID TO CT-RecordsWritten
    MOVE 0 TO CT-RecordsDeleted
    MOVE WS-TOTAL-PAID TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "ApCheckRun: error writing control record, status = "
            WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ControlFile.
