IDENTIFICATION DIVISION.
PROGRAM-ID. RefundReview.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RefundQueue ASSIGN TO "REFUNDQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT RefundWork ASSIGN TO "REFUNDQ.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT RefundRegister ASSIGN TO "REFUNDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT ChequeFile ASSIGN TO "REFCHQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHEQUE-STATUS.

    SELECT CheckNumberFile ASSIGN TO "CHECKNBR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHKNBR-STATUS.

    SELECT GlAccountFile ASSIGN TO "GLACCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GA-AccountNumber
        FILE STATUS IS WS-ACCOUNT-STATUS.

    SELECT PendingJournal ASSIGN TO "GLPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT ControlFile ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD RefundQueue.
COPY REFUNDQ.

FD RefundWork.
01 RefundWorkRecord PIC X(80).

FD CustomerMaster.
COPY CUSTMAST.

FD OpenItemFile.
COPY OPENITEM.

FD RefundRegister.
COPY REFNDREG.

FD ChequeFile.
COPY REFNDCHQ.

FD CheckNumberFile.
01 CheckNumberRecord.
    05 CN-LastUsed PIC 9(8).

FD GlAccountFile.
COPY GLACCT.

FD PendingJournal.
01 PendingRecord.
    05 PendingString PIC X(80).

FD AuditLog.
COPY AUDITREC.

FD ControlFile.
COPY CTLREC.

FD RunControl.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUEUE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-REGISTER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CHEQUE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CHKNBR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PENDING-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

01 WS-RUN-DATE       PIC 9(8).
01 WS-SUPERVISOR-ID  PIC X(10).
01 WS-DECISION       PIC X.
01 WS-CUST-NAME-HOLD PIC X(30).
01 WS-OPEN-AMOUNT    PIC S9(7)V99.

*> The customer's open items as they stand at review time; the
*> queue figure is only what the refund run saw.
01 WS-MAX-ITEMS      PIC 999 VALUE 200.
01 WS-ITEM-COUNT     PIC 999 VALUE 0.
01 WS-ITEM-IDX       PIC 999.
01 WS-ITEM-TABLE.
    05 WS-ITEM-ENTRY OCCURS 200 TIMES.
        10 WS-ITEM-NUMBER   PIC 9(16).
        10 WS-ITEM-DATE     PIC 9(8).
        10 WS-ITEM-TYPE     PIC X.
        10 WS-ITEM-OPEN     PIC S9(7)V99.
01 WS-ITEMS-OVERFLOW PIC X.
01 WS-CUST-NET       PIC S9(7)V99.
01 WS-REFUND-AMOUNT  PIC S9(7)V99.
01 WS-ITEMS-CLOSED   PIC 9(3).

01 WS-AR-ACCOUNT     PIC X(6).
01 WS-CASH-ACCOUNT   PIC X(6).
01 WS-CHART-EOF      PIC X.
01 WS-ENTRY-ACCOUNT  PIC X(6).
01 WS-ENTRY-SIDE     PIC X.
01 WS-CHEQUE-NUMBER  PIC 9(8).

01 WS-REVIEWED       PIC 9(5) VALUE 0.
01 WS-APPROVED       PIC 9(5) VALUE 0.
01 WS-DECLINED       PIC 9(5) VALUE 0.
01 WS-KEPT           PIC 9(5) VALUE 0.
01 WS-DROPPED        PIC 9(5) VALUE 0.
01 WS-DOLLARS-REFUNDED PIC S9(9)V99 VALUE 0.

01 WS-EDIT-AMOUNT    PIC -(7)9.99.
01 WS-EDIT-TOTAL     PIC -(8)9.99.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    OPEN INPUT RefundQueue
    IF WS-QUEUE-STATUS-FILE-NOT-FOUND
        DISPLAY "RefundReview: no refund candidates on file. Run "
            "RefundRun first."
        GOBACK
    END-IF
    IF NOT WS-QUEUE-STATUS-OK
        DISPLAY "RefundReview: error opening refund queue, "
            "status = " WS-QUEUE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

*> Every refund is approved by name: the supervisor signed on
*> goes on the register and the audit trail for each cheque cut.
*> Anyone else, or no sign-on at all, is turned away.
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "Approving refunds needs a supervisor sign-on."
        CLOSE RefundQueue
        GOBACK
    END-IF
    MOVE SO-UserId TO WS-SUPERVISOR-ID
    DISPLAY "Refunds approved by " SO-UserId " " SO-Name

    PERFORM ResolveRefundAccounts
    IF WS-AR-ACCOUNT = SPACES OR WS-CASH-ACCOUNT = SPACES
        DISPLAY "The chart of accounts needs an AR (usage R) and a "
            "Cash (usage C) account"
        DISPLAY "before refunds can be cut. Set them up in "
            "GlAccountMaintenance."
        CLOSE RefundQueue
        GOBACK
    END-IF

    PERFORM OpenWorkFiles

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ RefundQueue
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ReviewRefund
        END-READ
    END-PERFORM

    CLOSE RefundQueue
    CLOSE RefundWork
    PERFORM RewriteRefundQueue
    PERFORM WriteControlTotals

    CLOSE CustomerMaster
    CLOSE OpenItemFile
    CLOSE RefundRegister
    CLOSE ChequeFile
    CLOSE PendingJournal
    CLOSE AuditLog

    MOVE WS-DOLLARS-REFUNDED TO WS-EDIT-TOTAL
    DISPLAY " "
    DISPLAY "Refund Review Totals"
    DISPLAY "----------------------------------------"
    DISPLAY "Refunds Reviewed:      " WS-REVIEWED
    DISPLAY "Refunds Approved:      " WS-APPROVED
    DISPLAY "Refunds Declined:      " WS-DECLINED
    DISPLAY "Left On Queue:         " WS-KEPT
    DISPLAY "No Longer In Credit:   " WS-DROPPED
    DISPLAY "Dollars Refunded:     $" WS-EDIT-TOTAL
    IF WS-APPROVED > 0
        DISPLAY "Cheques written to REFCHQ.DAT for printing."
    END-IF
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
        DISPLAY "RefundReview: error reading run-control "
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

OpenWorkFiles.
    OPEN OUTPUT RefundWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "RefundReview: error opening refund work file, "
            "status = " WS-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "RefundReview: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O OpenItemFile
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "RefundReview: error opening open-item file, "
            "status = " WS-OPENITEM-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN EXTEND RefundRegister
    IF WS-REGISTER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT RefundRegister
        CLOSE RefundRegister
        OPEN EXTEND RefundRegister
    END-IF
    IF NOT WS-REGISTER-STATUS-OK
        DISPLAY "RefundReview: error opening refund register, "
            "status = " WS-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN EXTEND ChequeFile
    IF WS-CHEQUE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ChequeFile
        CLOSE ChequeFile
        OPEN EXTEND ChequeFile
    END-IF
    IF NOT WS-CHEQUE-STATUS-OK
        DISPLAY "RefundReview: error opening cheque file, "
            "status = " WS-CHEQUE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN EXTEND PendingJournal
    IF WS-PENDING-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT PendingJournal
        CLOSE PendingJournal
        OPEN EXTEND PendingJournal
    END-IF
    IF NOT WS-PENDING-STATUS-OK
        DISPLAY "RefundReview: error opening pending journal, "
            "status = " WS-PENDING-STATUS
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
        DISPLAY "RefundReview: error opening audit log, status = "
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "RefundReview" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "RefundReview: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> First account of each usage wins, as in the journal run.
ResolveRefundAccounts.
    MOVE SPACES TO WS-AR-ACCOUNT
    MOVE SPACES TO WS-CASH-ACCOUNT
    OPEN INPUT GlAccountFile
    IF NOT WS-ACCOUNT-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO GA-AccountNumber
    MOVE 'N' TO WS-CHART-EOF
    START GlAccountFile KEY IS NOT LESS THAN GA-AccountNumber
        INVALID KEY
            MOVE 'Y' TO WS-CHART-EOF
    END-START
    PERFORM UNTIL WS-CHART-EOF = 'Y'
        READ GlAccountFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CHART-EOF
            NOT AT END
                EVALUATE TRUE
                    WHEN GA-Usage-AR
                        IF WS-AR-ACCOUNT = SPACES
                            MOVE GA-AccountNumber TO WS-AR-ACCOUNT
                        END-IF
                    WHEN GA-Usage-Cash
                        IF WS-CASH-ACCOUNT = SPACES
                            MOVE GA-AccountNumber TO WS-CASH-ACCOUNT
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE GlAccountFile.

*> ------------------------------------------------------------------
*> One candidate: re-derive the credit from the open items as they
*> stand now, show it, and take the supervisor's decision.
*> ------------------------------------------------------------------
ReviewRefund.
    PERFORM LoadCustomerOpenItems
    IF WS-CUST-NET >= 0
        ADD 1 TO WS-DROPPED
        DISPLAY "Customer " RQ-CustomerNumber " is no longer in "
            "credit; dropped from the queue."
        EXIT PARAGRAPH
    END-IF
    IF WS-ITEMS-OVERFLOW = 'Y'
        DISPLAY "Customer " RQ-CustomerNumber " has more than "
            WS-MAX-ITEMS " open items; refund it by hand. Kept on "
            "the queue."
        PERFORM KeepRefund
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REVIEWED
    COMPUTE WS-REFUND-AMOUNT = 0 - WS-CUST-NET

    MOVE RQ-CustomerNumber TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY "Customer " RQ-CustomerNumber " is not on the "
                "Customer Master; no address to pay. Kept on queue."
            PERFORM KeepRefund
            EXIT PARAGRAPH
    END-READ
    MOVE CM-Name TO WS-CUST-NAME-HOLD

    DISPLAY " "
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Customer: " CM-CustomerNumber "  " CM-Name
    DISPLAY "          " CM-Address
    DISPLAY "          " CM-City " " CM-State " " CM-Zip
    MOVE CM-Balance TO WS-EDIT-AMOUNT
    DISPLAY "Balance on master: $" WS-EDIT-AMOUNT
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        MOVE WS-ITEM-OPEN (WS-ITEM-IDX) TO WS-EDIT-AMOUNT
        DISPLAY "  " WS-ITEM-NUMBER (WS-ITEM-IDX) "  "
            WS-ITEM-DATE (WS-ITEM-IDX) "  type "
            WS-ITEM-TYPE (WS-ITEM-IDX) "  " WS-EDIT-AMOUNT
    END-PERFORM
    MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Refund due: $" WS-EDIT-AMOUNT
    DISPLAY "Approve, Decline, or Skip this refund? (A/D/S): "
        WITH NO ADVANCING
    ACCEPT WS-DECISION

    EVALUATE WS-DECISION
        WHEN 'A'
        WHEN 'a'
            PERFORM ApproveRefund
        WHEN 'D'
        WHEN 'd'
            PERFORM DeclineRefund
        WHEN OTHER
            PERFORM KeepRefund
    END-EVALUATE.

LoadCustomerOpenItems.
    MOVE 0 TO WS-ITEM-COUNT
    MOVE 0 TO WS-CUST-NET
    MOVE 'N' TO WS-ITEMS-OVERFLOW
    MOVE LOW-VALUES TO OI-InvoiceNumber
    START OpenItemFile KEY IS NOT LESS THAN OI-InvoiceNumber
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    MOVE 'N' TO WS-CHART-EOF
    PERFORM UNTIL WS-CHART-EOF = 'Y'
        READ OpenItemFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CHART-EOF
            NOT AT END
                IF OI-CustomerNumber = RQ-CustomerNumber
                    AND OI-Open
                    PERFORM LoadOneOpenItem
                END-IF
        END-READ
    END-PERFORM.

LoadOneOpenItem.
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF WS-OPEN-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    ADD WS-OPEN-AMOUNT TO WS-CUST-NET
    IF WS-ITEM-COUNT >= WS-MAX-ITEMS
        MOVE 'Y' TO WS-ITEMS-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ITEM-COUNT
    MOVE OI-InvoiceNumber TO WS-ITEM-NUMBER (WS-ITEM-COUNT)
    MOVE OI-InvoiceDate TO WS-ITEM-DATE (WS-ITEM-COUNT)
    MOVE OI-Type TO WS-ITEM-TYPE (WS-ITEM-COUNT)
    MOVE WS-OPEN-AMOUNT TO WS-ITEM-OPEN (WS-ITEM-COUNT).

*> ------------------------------------------------------------------
*> Approve: the credits are offset against whatever the customer
*> still owes and the net goes back by cheque, so every open item
*> on the account closes and the account ends at zero. The refund
*> raises CM-Balance back to zero, the register and cheque file
*> get their records, and AR / cash go to the pending journal.
*> ------------------------------------------------------------------
ApproveRefund.
    PERFORM AssignChequeNumber
    MOVE 0 TO WS-ITEMS-CLOSED
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        PERFORM CloseOneItem
    END-PERFORM

    ADD WS-REFUND-AMOUNT TO CM-Balance
    REWRITE CustomerRecord
        INVALID KEY
            DISPLAY "RefundReview: could not update balance for "
                "customer " CM-CustomerNumber ", status = "
                WS-CUSTOMER-STATUS
    END-REWRITE

    MOVE WS-CHEQUE-NUMBER TO RF-ChequeNumber
    MOVE CM-CustomerNumber TO RF-CustomerNumber
    MOVE WS-RUN-DATE TO RF-RefundDate
    MOVE WS-REFUND-AMOUNT TO RF-Amount
    MOVE WS-ITEMS-CLOSED TO RF-ItemsClosed
    MOVE WS-SUPERVISOR-ID TO RF-ApprovedBy
    WRITE RefundRegisterRecord
    IF NOT WS-REGISTER-STATUS-OK
        DISPLAY "RefundReview: error writing refund register, "
            "status = " WS-REGISTER-STATUS
    END-IF

    MOVE WS-CHEQUE-NUMBER TO RK-ChequeNumber
    MOVE WS-RUN-DATE TO RK-ChequeDate
    MOVE WS-REFUND-AMOUNT TO RK-Amount
    MOVE CM-CustomerNumber TO RK-CustomerNumber
    MOVE CM-Name TO RK-PayeeName
    MOVE CM-Address TO RK-Address
    MOVE CM-City TO RK-City
    MOVE CM-State TO RK-State
    MOVE CM-Zip TO RK-Zip
    WRITE RefundChequeRecord
    IF NOT WS-CHEQUE-STATUS-OK
        DISPLAY "RefundReview: error writing cheque file, "
            "status = " WS-CHEQUE-STATUS
    END-IF

    MOVE WS-AR-ACCOUNT TO WS-ENTRY-ACCOUNT
    MOVE 'D' TO WS-ENTRY-SIDE
    PERFORM WritePendingEntry
    MOVE WS-CASH-ACCOUNT TO WS-ENTRY-ACCOUNT
    MOVE 'C' TO WS-ENTRY-SIDE
    PERFORM WritePendingEntry

    ADD 1 TO WS-APPROVED
    ADD WS-REFUND-AMOUNT TO WS-DOLLARS-REFUNDED
    MOVE "REFUND" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING CM-CustomerNumber WS-CHEQUE-NUMBER
        DELIMITED BY SIZE INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Refund approved: cheque " WS-CHEQUE-NUMBER " for $"
        WS-EDIT-AMOUNT "; " WS-ITEMS-CLOSED " open item(s) closed.".

CloseOneItem.
    MOVE WS-ITEM-NUMBER (WS-ITEM-IDX) TO OI-InvoiceNumber
    READ OpenItemFile
        INVALID KEY
            DISPLAY "RefundReview: open item " OI-InvoiceNumber
                " vanished during review."
            EXIT PARAGRAPH
    END-READ
    MOVE OI-OriginalAmount TO OI-AmountPaid
    SET OI-Paid TO TRUE
    REWRITE OpenItemRecord
        INVALID KEY
            DISPLAY "RefundReview: could not close open item "
                OI-InvoiceNumber ", status = " WS-OPENITEM-STATUS
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO WS-ITEMS-CLOSED.

*> Take the next number from CHECKNBR.DAT: refund cheques are
*> drawn on the same account and stock as the payables checks.
AssignChequeNumber.
    MOVE 0 TO WS-CHEQUE-NUMBER
    OPEN INPUT CheckNumberFile
    IF WS-CHKNBR-STATUS-OK
        READ CheckNumberFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CN-LastUsed TO WS-CHEQUE-NUMBER
        END-READ
        CLOSE CheckNumberFile
    END-IF
    ADD 1 TO WS-CHEQUE-NUMBER
    OPEN OUTPUT CheckNumberFile
    IF NOT WS-CHKNBR-STATUS-OK
        DISPLAY "RefundReview: error writing check number file, "
            "status = " WS-CHKNBR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-CHEQUE-NUMBER TO CN-LastUsed
    WRITE CheckNumberRecord
    CLOSE CheckNumberFile.

WritePendingEntry.
    MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO PendingString
    STRING WS-ENTRY-ACCOUNT ","
        WS-ENTRY-SIDE ","
        WS-EDIT-AMOUNT ","
        WS-RUN-DATE ","
        WS-CHEQUE-NUMBER
        DELIMITED BY SIZE INTO PendingString
    WRITE PendingRecord
    IF NOT WS-PENDING-STATUS-OK
        DISPLAY "RefundReview: error writing pending journal, "
            "status = " WS-PENDING-STATUS
    END-IF.

*> Declined credits stay on the account; the next refund run will
*> list the customer again while the credit is still there.
DeclineRefund.
    ADD 1 TO WS-DECLINED
    MOVE "REFUNDDEC" TO WS-AUDIT-ACTION
    MOVE RQ-CustomerNumber TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Refund declined; credit left on the account.".

KeepRefund.
    ADD 1 TO WS-KEPT
    WRITE RefundWorkRecord FROM RefundQueueRecord
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "RefundReview: error writing refund work file, "
            "status = " WS-WORK-STATUS
    END-IF.

*> The skipped candidates were written to the work file; copy
*> them back so REFUNDQ.DAT again holds exactly the open queue.
RewriteRefundQueue.
    OPEN INPUT RefundWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "RefundReview: error reopening refund work file, "
            "status = " WS-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RefundQueue
    IF NOT WS-QUEUE-STATUS-OK
        DISPLAY "RefundReview: error rewriting refund queue, "
            "status = " WS-QUEUE-STATUS
        CLOSE RefundWork
        MOVE 16 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ RefundWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                WRITE RefundQueueRecord FROM RefundWorkRecord
        END-READ
    END-PERFORM
    CLOSE RefundWork
    CLOSE RefundQueue.

WriteControlTotals.
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "RefundReview: error opening control file, "
            "status = " WS-CONTROL-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE "RefundReview" TO CT-Program-Id
    MOVE WS-RUN-DATE TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-APPROVED TO CT-RecordsWritten
    MOVE WS-DECLINED TO CT-RecordsDeleted
    MOVE WS-DOLLARS-REFUNDED TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "RefundReview: error writing control record, "
            "status = " WS-CONTROL-STATUS
    END-IF
    CLOSE ControlFile.
