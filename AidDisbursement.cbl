IDENTIFICATION DIVISION.
PROGRAM-ID. AidDisbursement.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AidAwardFile ASSIGN TO "AIDAWARD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AW-Key
        FILE STATUS IS WS-AWARD-STATUS.

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
FD AidAwardFile.
COPY AIDAWARD.

FD CustomerMaster.
COPY CUSTMAST.

FD OpenItemFile.
COPY OPENITEM.

FD AuditLog.
COPY AUDITREC.

FD ControlFile.
COPY CTLREC.

FD RunControl.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
01 WS-ITEM-EOF PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AWARD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.

01 WS-DISB-TERM PIC X(6).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME PIC 9(8).

*> The student's open tuition items, in open-item key order (the
*> keys lead with the billing date, so oldest first), gathered
*> before the award is applied to them.
01 WS-MAX-ITEMS PIC 99 VALUE 50.
01 WS-ITEM-COUNT PIC 99.
01 WS-ITEM-IDX PIC 99.
01 WS-TUITION-SEEN PIC 9(5).
01 WS-ITEM-TABLE.
    05 WS-ITEM-INVOICE PIC 9(16) OCCURS 50 TIMES.

01 WS-OPEN-AMOUNT PIC S9(7)V99.
01 WS-AWARD-LEFT PIC S9(7)V99.
01 WS-APPLY-AMOUNT PIC S9(7)V99.

01 WS-CREDIT-KEY PIC 9(16).
01 WS-CREDIT-SEQ PIC 9(4) VALUE 0.

01 WS-TYPE-TEXT PIC X(11).
01 WS-AWARDS-DISBURSED PIC 9(5) VALUE 0.
01 WS-AWARDS-HELD PIC 9(5) VALUE 0.
01 WS-TOTAL-DISBURSED PIC S9(9)V99 VALUE 0.
01 WS-TOTAL-APPLIED PIC S9(9)V99 VALUE 0.
01 WS-TOTAL-CREDIT PIC S9(9)V99 VALUE 0.
01 WS-EDIT-AMT PIC -(7)9.99.
01 WS-EDIT-APPLIED PIC -(7)9.99.
01 WS-EDIT-CREDIT PIC -(7)9.99.
01 WS-EDIT-TOTAL PIC -(8)9.99.
01 WS-EDIT-COUNT PIC ZZZZ9.

01 WS-AUDIT-DATE PIC 9(8).
01 WS-AUDIT-TIME PIC 9(8).

COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    DISPLAY "Term to disburse (e.g. 2026FA): " WITH NO ADVANCING
    ACCEPT WS-DISB-TERM
    IF WS-DISB-TERM = SPACES
        DISPLAY "AidDisbursement: no term given; nothing disbursed."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    OPEN I-O AidAwardFile
    IF WS-AWARD-STATUS-FILE-NOT-FOUND
        DISPLAY "AidDisbursement: no awards on file."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-AWARD-STATUS-OK
        DISPLAY "AidDisbursement: error opening award file, "
            "status = " WS-AWARD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "AidDisbursement: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
            "; run TuitionBilling for the term first."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O OpenItemFile
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "AidDisbursement: error opening open-item file, "
            "status = " WS-OPENITEM-STATUS
            "; run TuitionBilling for the term first."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OpenAuditLog

    DISPLAY " "
    DISPLAY "Financial Aid Disbursement for term " WS-DISB-TERM
        "          Run " WS-RUN-DATE
    DISPLAY "----------------------------------------------------------"
        "-------"
    DISPLAY "Student    Fund Type              Award   To Tuition  "
        "Credit Left"
    DISPLAY "----------------------------------------------------------"
        "-------"

    MOVE LOW-VALUES TO AW-Key
    START AidAwardFile KEY IS NOT LESS THAN AW-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AidAwardFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF AW-Term = WS-DISB-TERM AND AW-Pending
                    PERFORM DisburseOneAward
                END-IF
        END-READ
    END-PERFORM

    DISPLAY "----------------------------------------------------------"
        "-------"
    MOVE WS-AWARDS-DISBURSED TO WS-EDIT-COUNT
    MOVE WS-TOTAL-DISBURSED TO WS-EDIT-TOTAL
    DISPLAY "Awards disbursed:        " WS-EDIT-COUNT
        "   Total $" WS-EDIT-TOTAL
    MOVE WS-TOTAL-APPLIED TO WS-EDIT-TOTAL
    DISPLAY "Applied to tuition:               $" WS-EDIT-TOTAL
    MOVE WS-TOTAL-CREDIT TO WS-EDIT-TOTAL
    DISPLAY "Left as refundable credit:        $" WS-EDIT-TOTAL
    MOVE WS-AWARDS-HELD TO WS-EDIT-COUNT
    DISPLAY "Awards left pending:     " WS-EDIT-COUNT

    PERFORM WriteControlTotals

    CLOSE AidAwardFile
    CLOSE CustomerMaster
    CLOSE OpenItemFile
    CLOSE AuditLog
    IF WS-AWARDS-DISBURSED = 0
        DISPLAY "No awards were disbursed for the term."
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> No disbursement while the nightly stream owns the files: the
*> interlock flag locks the run out, and the emergency override
*> is taken only on an explicit keyword and is audit-logged.
CheckRunControl.
    OPEN INPUT RunControl
    IF WS-RUNCTL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-RUNCTL-STATUS-OK
        DISPLAY "AidDisbursement: error reading run-control file, "
            "status = " WS-RUNCTL-STATUS
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
        RC-SetTime "; disbursement is locked out. ***"
    DISPLAY "Type OVERRIDE to continue anyway (emergencies only): "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        DISPLAY "Run refused while batch is in progress."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "The override needs a supervisor sign-on."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenAuditLog
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp
    MOVE "AidDisburse" TO AL-Program-Id
    MOVE "OVERRIDE" TO AL-Action
    MOVE "RUNCTL" TO AL-Key-Field
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    MOVE SO-UserId TO AL-UserId
    WRITE AuditLogRecord
    CLOSE AuditLog
    DISPLAY "Override accepted and audit-logged.".

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "AidDisbursement: error opening audit log, status = "
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "AidDisburse" TO AL-Program-Id.
    MOVE "AIDDISB" TO AL-Action.
    MOVE AW-Key TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "AidDisbursement: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> ------------------------------------------------------------------
*> One pending award: credited against the student's open tuition
*> the way a payment would be, the whole award off CM-Balance, and
*> whatever the bill cannot absorb left on the account as a
*> negative aid-credit open item, which the refund run pays out.
*> A student never billed has no account to credit yet, so the
*> award waits for the next run after TuitionBilling.
*> ------------------------------------------------------------------
DisburseOneAward.
    MOVE AW-StudentNumber TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY AW-StudentNumber " " AW-Fund
                "  no tuition account yet; award left pending."
            ADD 1 TO WS-AWARDS-HELD
            EXIT PARAGRAPH
    END-READ
    PERFORM CollectTuitionItems
    IF WS-TUITION-SEEN = 0
        DISPLAY AW-StudentNumber " " AW-Fund
            "  no tuition billed yet; award left pending."
        ADD 1 TO WS-AWARDS-HELD
        EXIT PARAGRAPH
    END-IF

    SUBTRACT AW-Amount FROM CM-Balance
    REWRITE CustomerRecord
        INVALID KEY
            DISPLAY "AidDisbursement: could not update balance for "
                "student " AW-StudentNumber ", status = "
                WS-CUSTOMER-STATUS "; award left pending."
            ADD 1 TO WS-AWARDS-HELD
            EXIT PARAGRAPH
    END-REWRITE

    MOVE AW-Amount TO WS-AWARD-LEFT
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               OR WS-AWARD-LEFT = 0
        PERFORM ApplyToTuitionItem
    END-PERFORM
    COMPUTE AW-AppliedAmount = AW-Amount - WS-AWARD-LEFT
    MOVE WS-AWARD-LEFT TO AW-CreditAmount
    IF WS-AWARD-LEFT > 0
        PERFORM WriteAidCredit
    END-IF

    SET AW-Disbursed TO TRUE
    MOVE WS-RUN-DATE TO AW-DisbursedDate
    REWRITE AidAwardRecord
        INVALID KEY
            DISPLAY "AidDisbursement: could not mark award "
                AW-Key " disbursed, status = " WS-AWARD-STATUS
    END-REWRITE
    PERFORM WriteAuditRecord

    EVALUATE TRUE
        WHEN AW-Scholarship
            MOVE "SCHOLARSHIP" TO WS-TYPE-TEXT
        WHEN AW-Grant
            MOVE "GRANT" TO WS-TYPE-TEXT
        WHEN AW-Waiver
            MOVE "WAIVER" TO WS-TYPE-TEXT
        WHEN AW-Loan
            MOVE "LOAN" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-TYPE-TEXT
    END-EVALUATE
    MOVE AW-Amount TO WS-EDIT-AMT
    MOVE AW-AppliedAmount TO WS-EDIT-APPLIED
    MOVE AW-CreditAmount TO WS-EDIT-CREDIT
    DISPLAY AW-StudentNumber " " AW-Fund " " WS-TYPE-TEXT " "
        WS-EDIT-AMT "  " WS-EDIT-APPLIED "  " WS-EDIT-CREDIT
    ADD 1 TO WS-AWARDS-DISBURSED
    ADD AW-Amount TO WS-TOTAL-DISBURSED
    ADD AW-AppliedAmount TO WS-TOTAL-APPLIED
    ADD AW-CreditAmount TO WS-TOTAL-CREDIT.

*> Tuition is an invoice item on the student's account. Every
*> one seen is counted, paid or not, so a bill already settled
*> in cash still lets the award through as a refundable credit.
CollectTuitionItems.
    MOVE 0 TO WS-ITEM-COUNT
    MOVE 0 TO WS-TUITION-SEEN
    MOVE LOW-VALUES TO OI-InvoiceNumber
    START OpenItemFile KEY IS NOT LESS THAN OI-InvoiceNumber
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    MOVE 'N' TO WS-ITEM-EOF
    PERFORM UNTIL WS-ITEM-EOF = 'Y'
        READ OpenItemFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ITEM-EOF
            NOT AT END
                IF OI-CustomerNumber = AW-StudentNumber
                    AND OI-Type-Invoice
                    PERFORM CollectOneTuitionItem
                END-IF
        END-READ
    END-PERFORM.

CollectOneTuitionItem.
    ADD 1 TO WS-TUITION-SEEN
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF OI-Closed OR WS-OPEN-AMOUNT <= 0
        EXIT PARAGRAPH
    END-IF
    IF WS-ITEM-COUNT >= WS-MAX-ITEMS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ITEM-COUNT
    MOVE OI-InvoiceNumber TO WS-ITEM-INVOICE (WS-ITEM-COUNT).

ApplyToTuitionItem.
    MOVE WS-ITEM-INVOICE (WS-ITEM-IDX) TO OI-InvoiceNumber
    READ OpenItemFile
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF WS-OPEN-AMOUNT > WS-AWARD-LEFT
        MOVE WS-AWARD-LEFT TO WS-APPLY-AMOUNT
    ELSE
        MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
        SET OI-Paid TO TRUE
    END-IF
    ADD WS-APPLY-AMOUNT TO OI-AmountPaid
    REWRITE OpenItemRecord
        INVALID KEY
            DISPLAY "AidDisbursement: could not update open item "
                OI-InvoiceNumber ", status = " WS-OPENITEM-STATUS
            EXIT PARAGRAPH
    END-REWRITE
    SUBTRACT WS-APPLY-AMOUNT FROM WS-AWARD-LEFT.

*> Keyed the way PaymentPosting keys unapplied cash - run date and
*> time plus a sequence - and dated the run date.
WriteAidCredit.
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-CREDIT-KEY
    ADD WS-CREDIT-SEQ TO WS-CREDIT-KEY
    ADD 1 TO WS-CREDIT-SEQ
    MOVE WS-CREDIT-KEY TO OI-InvoiceNumber
    MOVE AW-StudentNumber TO OI-CustomerNumber
    MOVE WS-RUN-DATE TO OI-InvoiceDate
    COMPUTE OI-OriginalAmount = 0 - WS-AWARD-LEFT
    MOVE 0 TO OI-AmountPaid
    SET OI-Type-AidCredit TO TRUE
    SET OI-Open TO TRUE
    WRITE OpenItemRecord
        INVALID KEY
            DISPLAY "AidDisbursement: could not write aid credit "
                "for student " AW-StudentNumber ", status = "
                WS-OPENITEM-STATUS
    END-WRITE.

WriteControlTotals.
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "AidDisbursement: error opening control file, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "AidDisburse" TO CT-Program-Id
    MOVE WS-RUN-DATE TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-AWARDS-DISBURSED TO CT-RecordsWritten
    MOVE 0 TO CT-RecordsDeleted
    MOVE WS-TOTAL-DISBURSED TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "AidDisbursement: error writing control record, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ControlFile.
