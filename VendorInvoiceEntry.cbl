IDENTIFICATION DIVISION.
PROGRAM-ID. VendorInvoiceEntry.

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

    SELECT PurchaseOrders ASSIGN TO "POFILE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-Key
        FILE STATUS IS WS-PO-STATUS.

    SELECT VendorMaster ASSIGN TO "VENDMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VN-VendorNumber
        FILE STATUS IS WS-VENDOR-STATUS.

*> Match exceptions waiting on the buyer, and the work file the
*> undecided ones are carried through while the queue is worked.
    SELECT ApExceptions ASSIGN TO "APEXCPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-STATUS.

    SELECT ApExceptWork ASSIGN TO "APEXCPT.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD ApInvoiceFile.
COPY APINV.

FD PurchaseOrders.
COPY POREC.

FD VendorMaster.
COPY VENDMAST.

FD ApExceptions.
COPY APEXCPT.

FD ApExceptWork.
01 ApExceptWorkRecord PIC X(120).

FD AuditLog.
COPY AUDITREC.

FD RunControl.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
01 WS-MORE-LINES     PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-APINV-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-VENDOR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-EXCEPT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

01 WS-TODAY          PIC 9(8).
01 WS-VENDOR-NUMBER  PIC X(6).
01 WS-INVOICE-NUMBER PIC X(12).
01 WS-INVOICE-DATE-X PIC X(8).
01 WS-INVOICE-DATE   PIC 9(8).
01 WS-DUE-DATE       PIC 9(8).
01 WS-TERMS-DAYS     PIC 999.
01 WS-STANDARD-TERMS PIC 999 VALUE 30.
01 WS-INVOICE-LINE   PIC 99.
01 WS-INVOICE-TOTAL  PIC S9(7)V99.
01 WS-LINES-PAYABLE  PIC 99.
01 WS-LINES-EXCEPTED PIC 99.
01 WS-ALREADY-ENTERED PIC X.

01 WS-PO-NUMBER-X    PIC X(8).
01 WS-PO-NUMBER      PIC 9(8).
01 WS-PO-LINE-X      PIC X(2).
01 WS-PO-LINE        PIC 99.
01 WS-QTY-X          PIC X(5).
01 WS-INV-QTY        PIC 9(5).
01 WS-COST-X         PIC X(8).
01 WS-INV-COST       PIC 999V99.

*> Three-way match: the invoice may bill no more than was received
*> and not yet billed, at a unit cost within WS-PRICE-TOLERANCE
*> (a fraction of the PO cost) either way of the PO price.
01 WS-PRICE-TOLERANCE PIC V999 VALUE .020.
01 WS-PRICE-LIMIT    PIC 9(3)V9(5).
01 WS-PRICE-DIFF     PIC S9(3)V99.
01 WS-PO-INVOICED    PIC 9(5).
01 WS-PO-OPEN-QTY    PIC S9(6).
01 WS-PO-LINE-FOUND  PIC X.
01 WS-REASON-CODE    PIC XX.
01 WS-REASON-TEXT    PIC X(24).

01 WS-DECISION       PIC X.
01 WS-EXCEPTS-REVIEWED PIC 9(5) VALUE 0.
01 WS-EXCEPTS-APPROVED PIC 9(5) VALUE 0.
01 WS-EXCEPTS-REJECTED PIC 9(5) VALUE 0.
01 WS-EXCEPTS-KEPT     PIC 9(5) VALUE 0.

01 WS-EDIT-AMOUNT    PIC -(7)9.99.
01 WS-EDIT-COST      PIC ZZ9.99.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM OpenFiles

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY " "
        DISPLAY "1. Enter Vendor Invoice"
        DISPLAY "2. Work Match Exceptions"
        DISPLAY "3. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM EnterVendorInvoice
            WHEN '2'
                PERFORM WorkMatchExceptions
            WHEN '3'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM

    CLOSE ApInvoiceFile
    CLOSE PurchaseOrders
    CLOSE VendorMaster
    CLOSE AuditLog
    GOBACK.

*> No update work while the nightly stream owns the files: the
*> interlock flag locks the session out, and the emergency
*> override is taken only on an explicit keyword and is
*> audit-logged before anything else happens.
CheckRunControl.
    OPEN INPUT RunControl
    IF WS-RUNCTL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-RUNCTL-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error reading run-control "
            "file, status = " WS-RUNCTL-STATUS
        EXIT PARAGRAPH
    END-IF
    READ RunControl
        AT END
            CLOSE RunControl
            EXIT PARAGRAPH
    END-READ
    CLOSE RunControl
    IF NOT RC-Batch-Running
        EXIT PARAGRAPH
    END-IF
    DISPLAY "*** BATCH IN PROGRESS since " RC-SetDate " "
        RC-SetTime "; update work is locked out. ***"
    DISPLAY "Type OVERRIDE to continue anyway (emergencies only): "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        DISPLAY "Session refused while batch is in progress."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "The override needs a supervisor sign-on."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM OpenAuditLog
    MOVE "OVERRIDE" TO WS-AUDIT-ACTION
    MOVE "RUNCTL" TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    CLOSE AuditLog
    DISPLAY "Override accepted and audit-logged.".

OpenFiles.
    OPEN I-O ApInvoiceFile
    IF WS-APINV-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ApInvoiceFile
        CLOSE ApInvoiceFile
        OPEN I-O ApInvoiceFile
    END-IF
    IF NOT WS-APINV-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening AP invoice file, "
            "status = " WS-APINV-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O PurchaseOrders
    IF WS-PO-STATUS-FILE-NOT-FOUND
        DISPLAY "No purchase orders on file; invoices cannot be "
            "matched until POs are cut in PurchaseOrderEntry."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    IF NOT WS-PO-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening PO file, "
            "status = " WS-PO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT VendorMaster
    IF NOT WS-VENDOR-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening Vendor Master, "
            "status = " WS-VENDOR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM OpenAuditLog.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "VendInvoice" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> ------------------------------------------------------------------
*> One vendor invoice: header once, then each line keyed against
*> the PO line it bills. The due date runs from the vendor's own
*> invoice date on the vendor's terms.
*> ------------------------------------------------------------------
EnterVendorInvoice.
    DISPLAY "Enter vendor number: " WITH NO ADVANCING
    ACCEPT WS-VENDOR-NUMBER
    MOVE WS-VENDOR-NUMBER TO VN-VendorNumber
    READ VendorMaster
        INVALID KEY
            DISPLAY "Unknown vendor number. Invoice not entered."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Invoice from: " VN-Name

    DISPLAY "Enter vendor's invoice number: " WITH NO ADVANCING
    ACCEPT WS-INVOICE-NUMBER
    IF WS-INVOICE-NUMBER = SPACES
        DISPLAY "No invoice number. Invoice not entered."
        EXIT PARAGRAPH
    END-IF
    PERFORM CheckInvoiceOnFile
    IF WS-ALREADY-ENTERED = 'Y'
        DISPLAY "Invoice " WS-INVOICE-NUMBER " from vendor "
            WS-VENDOR-NUMBER " is already on file. Not entered again."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter invoice date (YYYYMMDD, blank = today): "
        WITH NO ADVANCING
    ACCEPT WS-INVOICE-DATE-X
    IF WS-INVOICE-DATE-X = SPACES
        MOVE WS-TODAY TO WS-INVOICE-DATE
    ELSE
        IF WS-INVOICE-DATE-X NOT NUMERIC
            DISPLAY "Invoice date not numeric. Invoice not entered."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-INVOICE-DATE-X TO WS-INVOICE-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-INVOICE-DATE) NOT = 0
            DISPLAY "Invoice date is not a valid date. "
                "Invoice not entered."
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE WS-STANDARD-TERMS TO WS-TERMS-DAYS
    IF VN-TermsDays NUMERIC
        IF VN-TermsDays > 0
            MOVE VN-TermsDays TO WS-TERMS-DAYS
        END-IF
    END-IF
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE) + WS-TERMS-DAYS)
    DISPLAY "Terms net " WS-TERMS-DAYS "; due " WS-DUE-DATE

    MOVE 0 TO WS-INVOICE-LINE
    MOVE 0 TO WS-INVOICE-TOTAL
    MOVE 0 TO WS-LINES-PAYABLE
    MOVE 0 TO WS-LINES-EXCEPTED
    MOVE 'Y' TO WS-MORE-LINES
    PERFORM UNTIL WS-MORE-LINES NOT = 'Y'
        PERFORM EnterInvoiceLine
        IF WS-INVOICE-LINE >= 99
            DISPLAY "Invoice is at 99 lines; enter the rest under "
                "a continuation invoice number."
            MOVE 'N' TO WS-MORE-LINES
        ELSE
            DISPLAY "Add another line? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-MORE-LINES
        END-IF
    END-PERFORM

    IF WS-INVOICE-LINE = 0
        DISPLAY "No lines entered; nothing recorded for invoice "
            WS-INVOICE-NUMBER "."
    ELSE
        MOVE WS-INVOICE-TOTAL TO WS-EDIT-AMOUNT
        DISPLAY "Invoice " WS-INVOICE-NUMBER " recorded: "
            WS-INVOICE-LINE " line(s), $" WS-EDIT-AMOUNT
        DISPLAY "  Payable: " WS-LINES-PAYABLE
            "   Held for buyer review: " WS-LINES-EXCEPTED
    END-IF.

*> A vendor occasionally re-sends an invoice; the key starts with
*> vendor and invoice number, so any line on file means it is in.
CheckInvoiceOnFile.
    MOVE 'N' TO WS-ALREADY-ENTERED
    MOVE WS-VENDOR-NUMBER TO AP-VendorNumber
    MOVE WS-INVOICE-NUMBER TO AP-InvoiceNumber
    MOVE 0 TO AP-LineNumber
    START ApInvoiceFile KEY IS NOT LESS THAN AP-Key
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    READ ApInvoiceFile NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ
    IF AP-VendorNumber = WS-VENDOR-NUMBER
        AND AP-InvoiceNumber = WS-INVOICE-NUMBER
        MOVE 'Y' TO WS-ALREADY-ENTERED
    END-IF.

EnterInvoiceLine.
    DISPLAY "Enter PO number: " WITH NO ADVANCING
    ACCEPT WS-PO-NUMBER-X
    IF FUNCTION TEST-NUMVAL(WS-PO-NUMBER-X) NOT = 0
        DISPLAY "PO number not numeric. Line skipped."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PO-NUMBER = FUNCTION NUMVAL(WS-PO-NUMBER-X)
    DISPLAY "Enter PO line number: " WITH NO ADVANCING
    ACCEPT WS-PO-LINE-X
    IF FUNCTION TEST-NUMVAL(WS-PO-LINE-X) NOT = 0
        DISPLAY "PO line not numeric. Line skipped."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PO-LINE = FUNCTION NUMVAL(WS-PO-LINE-X)

    MOVE WS-PO-NUMBER TO PO-Number
    MOVE WS-PO-LINE TO PO-LineNumber
    MOVE 'Y' TO WS-PO-LINE-FOUND
    READ PurchaseOrders
        INVALID KEY
            MOVE 'N' TO WS-PO-LINE-FOUND
            DISPLAY "PO line " WS-PO-NUMBER "-" WS-PO-LINE
                " not on file; line will be held for the buyer."
        NOT INVALID KEY
            IF PO-QtyInvoiced NUMERIC
                MOVE PO-QtyInvoiced TO WS-PO-INVOICED
            ELSE
                MOVE 0 TO WS-PO-INVOICED
            END-IF
            DISPLAY PO-ItemCode " ordered " PO-QtyOrdered
                " received " PO-QtyReceived " billed "
                WS-PO-INVOICED " @ $" PO-UnitCost
    END-READ

    DISPLAY "Enter quantity invoiced: " WITH NO ADVANCING
    ACCEPT WS-QTY-X
    IF FUNCTION TEST-NUMVAL(WS-QTY-X) NOT = 0
        DISPLAY "Quantity not numeric. Line skipped."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-INV-QTY = FUNCTION NUMVAL(WS-QTY-X)
    IF WS-INV-QTY < 1
        DISPLAY "Quantity must be at least 1. Line skipped."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter unit cost invoiced: " WITH NO ADVANCING
    ACCEPT WS-COST-X
    IF FUNCTION TEST-NUMVAL(WS-COST-X) NOT = 0
        DISPLAY "Cost not numeric. Line skipped."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-INV-COST = FUNCTION NUMVAL(WS-COST-X)

    PERFORM MatchInvoiceLine

    ADD 1 TO WS-INVOICE-LINE
    MOVE WS-VENDOR-NUMBER TO AP-VendorNumber
    MOVE WS-INVOICE-NUMBER TO AP-InvoiceNumber
    MOVE WS-INVOICE-LINE TO AP-LineNumber
    MOVE WS-INVOICE-DATE TO AP-InvoiceDate
    MOVE WS-DUE-DATE TO AP-DueDate
    MOVE WS-PO-NUMBER TO AP-PoNumber
    MOVE WS-PO-LINE TO AP-PoLineNumber
    IF WS-PO-LINE-FOUND = 'Y'
        MOVE PO-ItemCode TO AP-ItemCode
    ELSE
        MOVE SPACES TO AP-ItemCode
    END-IF
    MOVE WS-INV-QTY TO AP-Quantity
    MOVE WS-INV-COST TO AP-UnitCost
    COMPUTE AP-Amount = WS-INV-QTY * WS-INV-COST
    MOVE 0 TO AP-CheckNumber
    MOVE 0 TO AP-PaidDate
    IF WS-REASON-CODE = SPACES
        SET AP-Payable TO TRUE
    ELSE
        SET AP-Exception TO TRUE
    END-IF
    WRITE ApInvoiceRecord
        INVALID KEY
            DISPLAY "VendorInvoiceEntry: could not write invoice "
                "line, status = " WS-APINV-STATUS
            SUBTRACT 1 FROM WS-INVOICE-LINE
            EXIT PARAGRAPH
    END-WRITE
    ADD AP-Amount TO WS-INVOICE-TOTAL

    IF AP-Payable
        ADD 1 TO WS-LINES-PAYABLE
        PERFORM PostInvoicedQuantity
        MOVE "APINVOICE" TO WS-AUDIT-ACTION
        DISPLAY "Line " WS-INVOICE-LINE " matched; payable."
    ELSE
        ADD 1 TO WS-LINES-EXCEPTED
        PERFORM QueueMatchException
        MOVE "APEXCEPT" TO WS-AUDIT-ACTION
        DISPLAY "Line " WS-INVOICE-LINE " held: " WS-REASON-TEXT
    END-IF
    MOVE SPACES TO WS-AUDIT-KEY
    STRING WS-VENDOR-NUMBER WS-INVOICE-NUMBER
        DELIMITED BY SIZE INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> Leaves WS-REASON-CODE blank when the line agrees with its PO
*> line, otherwise the first disagreement found.
MatchInvoiceLine.
    MOVE SPACES TO WS-REASON-CODE
    MOVE SPACES TO WS-REASON-TEXT
    IF WS-PO-LINE-FOUND = 'N'
        MOVE "01" TO WS-REASON-CODE
        MOVE "PO LINE NOT ON FILE" TO WS-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    IF PO-VendorNumber NOT = WS-VENDOR-NUMBER
        MOVE "02" TO WS-REASON-CODE
        MOVE "PO IS FOR OTHER VENDOR" TO WS-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PO-OPEN-QTY = PO-QtyReceived - WS-PO-INVOICED
    IF WS-INV-QTY > WS-PO-OPEN-QTY
        MOVE "03" TO WS-REASON-CODE
        MOVE "QTY OVER RECEIVED" TO WS-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PRICE-LIMIT = PO-UnitCost * WS-PRICE-TOLERANCE
    COMPUTE WS-PRICE-DIFF = WS-INV-COST - PO-UnitCost
    IF WS-PRICE-DIFF < 0
        COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
    END-IF
    IF WS-PRICE-DIFF > WS-PRICE-LIMIT
        MOVE "04" TO WS-REASON-CODE
        MOVE "PRICE OUTSIDE TOLERANCE" TO WS-REASON-TEXT
    END-IF.

*> The PO line was read by MatchInvoiceLine (or re-read by the
*> exception review) and is still the current record.
PostInvoicedQuantity.
    ADD AP-Quantity TO WS-PO-INVOICED
    MOVE WS-PO-INVOICED TO PO-QtyInvoiced
    REWRITE PurchaseOrderRecord
        INVALID KEY
            DISPLAY "VendorInvoiceEntry: could not update billed "
                "quantity on PO line " PO-Number "-" PO-LineNumber
                ", status = " WS-PO-STATUS
    END-REWRITE.

QueueMatchException.
    OPEN EXTEND ApExceptions
    IF WS-EXCEPT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ApExceptions
        CLOSE ApExceptions
        OPEN EXTEND ApExceptions
    END-IF
    IF NOT WS-EXCEPT-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening exception queue, "
            "status = " WS-EXCEPT-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE AP-VendorNumber TO AX-VendorNumber
    MOVE AP-InvoiceNumber TO AX-InvoiceNumber
    MOVE AP-LineNumber TO AX-LineNumber
    MOVE AP-PoNumber TO AX-PoNumber
    MOVE AP-PoLineNumber TO AX-PoLineNumber
    MOVE AP-ItemCode TO AX-ItemCode
    MOVE WS-REASON-CODE TO AX-ReasonCode
    MOVE WS-REASON-TEXT TO AX-ReasonText
    MOVE AP-Quantity TO AX-InvQuantity
    MOVE AP-UnitCost TO AX-InvUnitCost
    IF WS-PO-LINE-FOUND = 'Y'
        IF WS-PO-OPEN-QTY < 0
            MOVE 0 TO AX-PoQuantity
        ELSE
            COMPUTE AX-PoQuantity = PO-QtyReceived - WS-PO-INVOICED
        END-IF
        MOVE PO-UnitCost TO AX-PoUnitCost
    ELSE
        MOVE 0 TO AX-PoQuantity
        MOVE 0 TO AX-PoUnitCost
    END-IF
    MOVE WS-TODAY TO AX-QueuedDate
    WRITE ApExceptionRecord
    IF NOT WS-EXCEPT-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error writing exception queue, "
            "status = " WS-EXCEPT-STATUS
    END-IF
    CLOSE ApExceptions.

*> ------------------------------------------------------------------
*> The buyer's pass over the exception queue. Approve makes the
*> invoice line payable as billed and counts it against the PO
*> line; reject closes it unpaid (the buyer takes it up with the
*> vendor); skip leaves it queued. Undecided entries go through
*> the work file and are copied back, as the credit-hold queue is.
*> ------------------------------------------------------------------
WorkMatchExceptions.
    MOVE 0 TO WS-EXCEPTS-REVIEWED
    MOVE 0 TO WS-EXCEPTS-APPROVED
    MOVE 0 TO WS-EXCEPTS-REJECTED
    MOVE 0 TO WS-EXCEPTS-KEPT
    OPEN INPUT ApExceptions
    IF WS-EXCEPT-STATUS-FILE-NOT-FOUND
        DISPLAY "No match exceptions on file."
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-EXCEPT-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening exception queue, "
            "status = " WS-EXCEPT-STATUS
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ApExceptWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error opening exception work "
            "file, status = " WS-WORK-STATUS
        CLOSE ApExceptions
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ApExceptions
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ReviewMatchException
        END-READ
    END-PERFORM
    CLOSE ApExceptions
    CLOSE ApExceptWork
    PERFORM RewriteExceptionQueue

    DISPLAY " "
    DISPLAY "Match Exception Review Totals"
    DISPLAY "----------------------------------------"
    DISPLAY "Exceptions Reviewed:   " WS-EXCEPTS-REVIEWED
    DISPLAY "Approved For Payment:  " WS-EXCEPTS-APPROVED
    DISPLAY "Rejected:              " WS-EXCEPTS-REJECTED
    DISPLAY "Left On Queue:         " WS-EXCEPTS-KEPT.

ReviewMatchException.
    MOVE AX-VendorNumber TO AP-VendorNumber
    MOVE AX-InvoiceNumber TO AP-InvoiceNumber
    MOVE AX-LineNumber TO AP-LineNumber
    READ ApInvoiceFile
        INVALID KEY
            DISPLAY "Invoice line " AX-VendorNumber " "
                AX-InvoiceNumber "-" AX-LineNumber
                " no longer on file; dropped from the queue."
            EXIT PARAGRAPH
    END-READ
    IF NOT AP-Exception
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EXCEPTS-REVIEWED

    DISPLAY " "
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Vendor " AX-VendorNumber "  Invoice " AX-InvoiceNumber
        " line " AX-LineNumber "  queued " AX-QueuedDate
    DISPLAY "PO " AX-PoNumber "-" AX-PoLineNumber "  item "
        AX-ItemCode
    DISPLAY "Reason " AX-ReasonCode ": " AX-ReasonText
    MOVE AX-InvUnitCost TO WS-EDIT-COST
    DISPLAY "  Invoiced:          qty " AX-InvQuantity
        " @ $" WS-EDIT-COST
    MOVE AX-PoUnitCost TO WS-EDIT-COST
    DISPLAY "  Received unbilled: qty " AX-PoQuantity
        " @ $" WS-EDIT-COST
    DISPLAY "Approve, Reject, or Skip this line? (A/R/S): "
        WITH NO ADVANCING
    ACCEPT WS-DECISION

    EVALUATE WS-DECISION
        WHEN 'A'
        WHEN 'a'
            PERFORM ApproveMatchException
        WHEN 'R'
        WHEN 'r'
            PERFORM RejectMatchException
        WHEN OTHER
            PERFORM KeepMatchException
    END-EVALUATE.

ApproveMatchException.
    SET AP-Payable TO TRUE
    REWRITE ApInvoiceRecord
        INVALID KEY
            DISPLAY "VendorInvoiceEntry: could not update invoice "
                "line, status = " WS-APINV-STATUS
            PERFORM KeepMatchException
            EXIT PARAGRAPH
    END-REWRITE
    MOVE AP-PoNumber TO PO-Number
    MOVE AP-PoLineNumber TO PO-LineNumber
    READ PurchaseOrders
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF PO-QtyInvoiced NUMERIC
                MOVE PO-QtyInvoiced TO WS-PO-INVOICED
            ELSE
                MOVE 0 TO WS-PO-INVOICED
            END-IF
            PERFORM PostInvoicedQuantity
    END-READ
    ADD 1 TO WS-EXCEPTS-APPROVED
    MOVE "APAPPROVE" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING AP-VendorNumber AP-InvoiceNumber
        DELIMITED BY SIZE INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Line approved; payable on the next check run.".

RejectMatchException.
    SET AP-Rejected TO TRUE
    REWRITE ApInvoiceRecord
        INVALID KEY
            DISPLAY "VendorInvoiceEntry: could not update invoice "
                "line, status = " WS-APINV-STATUS
            PERFORM KeepMatchException
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO WS-EXCEPTS-REJECTED
    MOVE "APREJECT" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING AP-VendorNumber AP-InvoiceNumber
        DELIMITED BY SIZE INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Line rejected; it will not be paid.".

KeepMatchException.
    ADD 1 TO WS-EXCEPTS-KEPT
    WRITE ApExceptWorkRecord FROM ApExceptionRecord
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error writing exception work "
            "file, status = " WS-WORK-STATUS
    END-IF.

*> The undecided exceptions were written to the work file; copy
*> them back so APEXCPT.DAT again holds exactly the open queue.
RewriteExceptionQueue.
    OPEN INPUT ApExceptWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error reopening exception work "
            "file, status = " WS-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ApExceptions
    IF NOT WS-EXCEPT-STATUS-OK
        DISPLAY "VendorInvoiceEntry: error rewriting exception queue, "
            "status = " WS-EXCEPT-STATUS
        MOVE 16 TO RETURN-CODE
        CLOSE ApExceptWork
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ApExceptWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                MOVE ApExceptWorkRecord TO ApExceptionRecord
                WRITE ApExceptionRecord
                IF NOT WS-EXCEPT-STATUS-OK
                    DISPLAY "VendorInvoiceEntry: error rewriting "
                        "exception queue, status = " WS-EXCEPT-STATUS
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ApExceptWork
    CLOSE ApExceptions.
