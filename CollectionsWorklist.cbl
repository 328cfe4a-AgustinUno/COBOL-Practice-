IDENTIFICATION DIVISION.
PROGRAM-ID. CollectionsWorklist.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CollectionWorklist ASSIGN TO "COLLWORK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CW-CustomerNumber
        FILE STATUS IS WS-WORKLIST-STATUS.

    SELECT CollectionNotes ASSIGN TO "COLLNOTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTES-STATUS.

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

    SELECT GlAccountFile ASSIGN TO "GLACCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GA-AccountNumber
        FILE STATUS IS WS-ACCOUNT-STATUS.

*> Write-off entries wait here for the nightly journal run to
*> carry them into GLJRNL.DAT.
    SELECT PendingJournal ASSIGN TO "GLPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD CollectionWorklist.
COPY COLLWORK.

FD CollectionNotes.
COPY COLLNOTE.

FD CustomerMaster.
COPY CUSTMAST.

FD OpenItemFile.
COPY OPENITEM.

FD GlAccountFile.
COPY GLACCT.

FD PendingJournal.
01 PendingRecord.
    05 PendingString PIC X(80).

FD AuditLog.
COPY AUDITREC.

FD RunControl.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORKLIST-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-NOTES-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PENDING-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

01 WS-TODAY          PIC 9(8).
01 WS-NOW            PIC 9(8).
01 WS-CUSTOMER-NUMBER PIC X(10).
01 WS-ENTRY-FOUND    PIC X.
01 WS-NOTE-TEXT      PIC X(60).
01 WS-PROMISE-DATE-X PIC X(8).
01 WS-PROMISE-DATE   PIC 9(8).
01 WS-AMOUNT-X       PIC X(12).
01 WS-PROMISE-AMOUNT PIC S9(7)V99.
01 WS-LIST-COUNT     PIC 9(5).
01 WS-NOTE-COUNT     PIC 9(5).
01 WS-LEVEL-TEXT     PIC X(12).
01 WS-CONFIRM        PIC X.
01 WS-DECISION       PIC X.

*> The customer's open items offered for write-off; the ones the
*> collector picks are flagged and closed together on confirm.
01 WS-MAX-ITEMS      PIC 999 VALUE 100.
01 WS-ITEM-COUNT     PIC 999 VALUE 0.
01 WS-ITEM-IDX       PIC 999.
01 WS-ITEM-TABLE.
    05 WS-ITEM-ENTRY OCCURS 100 TIMES.
        10 WS-ITEM-NUMBER   PIC 9(16).
        10 WS-ITEM-DATE     PIC 9(8).
        10 WS-ITEM-OPEN     PIC S9(7)V99.
        10 WS-ITEM-CHOSEN   PIC X.
01 WS-CHOSEN-COUNT   PIC 999.
01 WS-CHOSEN-TOTAL   PIC S9(7)V99.
01 WS-WRITTEN-COUNT  PIC 999.
01 WS-WRITTEN-TOTAL  PIC S9(7)V99.
01 WS-CREDITS-ON-FILE PIC S9(7)V99.
01 WS-OPEN-AMOUNT    PIC S9(7)V99.

*> Write-off offsets, resolved from the chart by usage code the
*> same way the journal run resolves its accounts.
01 WS-AR-ACCOUNT     PIC X(6).
01 WS-BAD-DEBT-ACCOUNT PIC X(6).
01 WS-CHART-EOF      PIC X.
01 WS-ENTRY-ACCOUNT  PIC X(6).
01 WS-ENTRY-SIDE     PIC X.
01 WS-ENTRY-AMOUNT   PIC S9(7)V99.
01 WS-ENTRY-REF      PIC 9(16).

01 WS-EDIT-AMOUNT    PIC -(7)9.99.
01 WS-EDIT-AMOUNT-2  PIC -(7)9.99.
01 WS-EDIT-AGE       PIC ZZZZ9.

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
        DISPLAY "1. List Collector Worklist"
        DISPLAY "2. Record Contact Note"
        DISPLAY "3. Record Promise To Pay"
        DISPLAY "4. Contact History For A Customer"
        DISPLAY "5. Write Off Open Items (Bad Debt)"
        DISPLAY "6. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM ListWorklist
            WHEN '2'
                PERFORM RecordContactNote
            WHEN '3'
                PERFORM RecordPromise
            WHEN '4'
                PERFORM ShowContactHistory
            WHEN '5'
                PERFORM WriteOffOpenItems
            WHEN '6'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM

    CLOSE CollectionWorklist
    CLOSE CustomerMaster
    CLOSE OpenItemFile
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
        DISPLAY "CollectionsWorklist: error reading run-control "
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
    OPEN I-O CollectionWorklist
    IF WS-WORKLIST-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT CollectionWorklist
        CLOSE CollectionWorklist
        OPEN I-O CollectionWorklist
    END-IF
    IF NOT WS-WORKLIST-STATUS-OK
        DISPLAY "CollectionsWorklist: error opening collector "
            "worklist, status = " WS-WORKLIST-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "CollectionsWorklist: error opening Customer "
            "Master, status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O OpenItemFile
    IF WS-OPENITEM-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenItemFile
        CLOSE OpenItemFile
        OPEN I-O OpenItemFile
    END-IF
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "CollectionsWorklist: error opening open-item "
            "file, status = " WS-OPENITEM-STATUS
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
        DISPLAY "CollectionsWorklist: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "CollectWork" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CollectionsWorklist: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> ------------------------------------------------------------------
*> The active worklist as the last collections run left it, with
*> whatever the collectors have logged against each account since.
*> ------------------------------------------------------------------
ListWorklist.
    MOVE 0 TO WS-LIST-COUNT
    DISPLAY " "
    DISPLAY "Collector Worklist"
    DISPLAY "------------------------------------------------------------"
        "----------"
    DISPLAY "Customer   Oldest    Past Due  Letter       Contact   "
        "Promise"
    DISPLAY "------------------------------------------------------------"
        "----------"
    MOVE LOW-VALUES TO CW-CustomerNumber
    MOVE 'N' TO WS-EOF-SWITCH
    START CollectionWorklist KEY IS NOT LESS THAN CW-CustomerNumber
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ CollectionWorklist NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CW-Active
                    PERFORM ListWorklistEntry
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No accounts on the active worklist."
    ELSE
        DISPLAY "Accounts on worklist: " WS-LIST-COUNT
    END-IF.

ListWorklistEntry.
    ADD 1 TO WS-LIST-COUNT
    PERFORM SetLevelText
    MOVE CW-OldestAgeDays TO WS-EDIT-AGE
    MOVE CW-PastDueAmount TO WS-EDIT-AMOUNT
    DISPLAY CW-CustomerNumber " " WS-EDIT-AGE "d " WS-EDIT-AMOUNT
        "  " WS-LEVEL-TEXT " " CW-LastContactDate "  "
        CW-PromiseDate
    IF CW-LastContactNote NOT = SPACES
        DISPLAY "           note: " CW-LastContactNote
    END-IF.

SetLevelText.
    EVALUATE TRUE
        WHEN CW-Dun-Reminder
            MOVE "REMINDER" TO WS-LEVEL-TEXT
        WHEN CW-Dun-FirmNotice
            MOVE "FIRM NOTICE" TO WS-LEVEL-TEXT
        WHEN CW-Dun-FinalDemand
            MOVE "FINAL DEMAND" TO WS-LEVEL-TEXT
        WHEN OTHER
            MOVE "NONE" TO WS-LEVEL-TEXT
    END-EVALUATE.

*> Find the customer's worklist entry, or start one for a
*> customer the collections run has not listed (a courtesy call
*> ahead of the first letter, say). WS-ENTRY-FOUND says which.
ReadWorklistEntry.
    MOVE WS-CUSTOMER-NUMBER TO CW-CustomerNumber
    MOVE 'Y' TO WS-ENTRY-FOUND
    READ CollectionWorklist
        INVALID KEY
            MOVE 'N' TO WS-ENTRY-FOUND
            INITIALIZE CollectionWorkRecord
            MOVE WS-CUSTOMER-NUMBER TO CW-CustomerNumber
            MOVE '0' TO CW-DunningLevel
            SET CW-Cleared TO TRUE
    END-READ.

SaveWorklistEntry.
    IF WS-ENTRY-FOUND = 'Y'
        REWRITE CollectionWorkRecord
            INVALID KEY
                DISPLAY "CollectionsWorklist: could not update "
                    "worklist entry, status = " WS-WORKLIST-STATUS
        END-REWRITE
    ELSE
        WRITE CollectionWorkRecord
            INVALID KEY
                DISPLAY "CollectionsWorklist: could not add "
                    "worklist entry, status = " WS-WORKLIST-STATUS
        END-WRITE
    END-IF.

*> Asks for the customer and proves it is on the master; leaves
*> WS-CUSTOMER-NUMBER blank when it is not.
AcceptCustomer.
    DISPLAY "Enter customer number: " WITH NO ADVANCING
    ACCEPT WS-CUSTOMER-NUMBER
    MOVE WS-CUSTOMER-NUMBER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY "Customer not on file."
            MOVE SPACES TO WS-CUSTOMER-NUMBER
        NOT INVALID KEY
            MOVE CM-Balance TO WS-EDIT-AMOUNT
            DISPLAY CM-Name "  " CM-Phone "  balance $"
                WS-EDIT-AMOUNT
    END-READ.

WriteNoteRecord.
    OPEN EXTEND CollectionNotes
    IF WS-NOTES-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT CollectionNotes
        CLOSE CollectionNotes
        OPEN EXTEND CollectionNotes
    END-IF
    IF NOT WS-NOTES-STATUS-OK
        DISPLAY "CollectionsWorklist: error opening contact "
            "history, status = " WS-NOTES-STATUS
        EXIT PARAGRAPH
    END-IF
    WRITE CollectionNoteRecord
    IF NOT WS-NOTES-STATUS-OK
        DISPLAY "CollectionsWorklist: error writing contact "
            "history, status = " WS-NOTES-STATUS
    END-IF
    CLOSE CollectionNotes.

RecordContactNote.
    PERFORM AcceptCustomer
    IF WS-CUSTOMER-NUMBER = SPACES
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter contact note: "
    ACCEPT WS-NOTE-TEXT
    IF WS-NOTE-TEXT = SPACES
        DISPLAY "No note entered. Nothing recorded."
        EXIT PARAGRAPH
    END-IF
    PERFORM ReadWorklistEntry
    MOVE WS-TODAY TO CW-LastContactDate
    MOVE WS-NOTE-TEXT TO CW-LastContactNote
    PERFORM SaveWorklistEntry

    ACCEPT WS-NOW FROM TIME
    MOVE WS-CUSTOMER-NUMBER TO CN-CustomerNumber
    MOVE WS-TODAY TO CN-NoteDate
    MOVE WS-NOW TO CN-NoteTime
    SET CN-Type-Contact TO TRUE
    MOVE WS-NOTE-TEXT TO CN-NoteText
    MOVE 0 TO CN-PromiseDate
    MOVE 0 TO CN-Amount
    PERFORM WriteNoteRecord

    MOVE "COLLNOTE" TO WS-AUDIT-ACTION
    MOVE WS-CUSTOMER-NUMBER TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Contact note recorded.".

*> A promise holds the customer's next dunning letter until the
*> promised date passes; the collections run reports it as broken
*> if the account is still past due after that.
RecordPromise.
    PERFORM AcceptCustomer
    IF WS-CUSTOMER-NUMBER = SPACES
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter promised payment date (YYYYMMDD): "
        WITH NO ADVANCING
    ACCEPT WS-PROMISE-DATE-X
    IF WS-PROMISE-DATE-X NOT NUMERIC
        DISPLAY "Date not numeric. Promise not recorded."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROMISE-DATE-X TO WS-PROMISE-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-PROMISE-DATE) NOT = 0
        DISPLAY "Not a valid date. Promise not recorded."
        EXIT PARAGRAPH
    END-IF
    IF WS-PROMISE-DATE < WS-TODAY
        DISPLAY "Promised date is in the past. Promise not "
            "recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter promised amount: " WITH NO ADVANCING
    ACCEPT WS-AMOUNT-X
    IF FUNCTION TEST-NUMVAL(WS-AMOUNT-X) NOT = 0
        DISPLAY "Amount not numeric. Promise not recorded."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PROMISE-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-X)
    IF WS-PROMISE-AMOUNT <= 0
        DISPLAY "Amount must be positive. Promise not recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter note (optional): "
    ACCEPT WS-NOTE-TEXT

    PERFORM ReadWorklistEntry
    MOVE WS-PROMISE-DATE TO CW-PromiseDate
    MOVE WS-PROMISE-AMOUNT TO CW-PromiseAmount
    MOVE WS-TODAY TO CW-LastContactDate
    IF WS-NOTE-TEXT NOT = SPACES
        MOVE WS-NOTE-TEXT TO CW-LastContactNote
    END-IF
    PERFORM SaveWorklistEntry

    ACCEPT WS-NOW FROM TIME
    MOVE WS-CUSTOMER-NUMBER TO CN-CustomerNumber
    MOVE WS-TODAY TO CN-NoteDate
    MOVE WS-NOW TO CN-NoteTime
    SET CN-Type-Promise TO TRUE
    MOVE WS-NOTE-TEXT TO CN-NoteText
    MOVE WS-PROMISE-DATE TO CN-PromiseDate
    MOVE WS-PROMISE-AMOUNT TO CN-Amount
    PERFORM WriteNoteRecord

    MOVE "PROMISE" TO WS-AUDIT-ACTION
    MOVE WS-CUSTOMER-NUMBER TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    MOVE WS-PROMISE-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Promise of $" WS-EDIT-AMOUNT " by " WS-PROMISE-DATE
        " recorded; letters held until then.".

ShowContactHistory.
    DISPLAY "Enter customer number: " WITH NO ADVANCING
    ACCEPT WS-CUSTOMER-NUMBER
    MOVE 0 TO WS-NOTE-COUNT
    OPEN INPUT CollectionNotes
    IF WS-NOTES-STATUS-FILE-NOT-FOUND
        DISPLAY "No contact history on file."
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-NOTES-STATUS-OK
        DISPLAY "CollectionsWorklist: error opening contact "
            "history, status = " WS-NOTES-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ CollectionNotes
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CN-CustomerNumber = WS-CUSTOMER-NUMBER
                    PERFORM ShowOneNote
                END-IF
        END-READ
    END-PERFORM
    CLOSE CollectionNotes
    IF WS-NOTE-COUNT = 0
        DISPLAY "No contact history for customer "
            WS-CUSTOMER-NUMBER "."
    END-IF.

ShowOneNote.
    ADD 1 TO WS-NOTE-COUNT
    EVALUATE TRUE
        WHEN CN-Type-Promise
            MOVE CN-Amount TO WS-EDIT-AMOUNT
            DISPLAY CN-NoteDate " PROMISE $" WS-EDIT-AMOUNT " by "
                CN-PromiseDate
        WHEN CN-Type-WriteOff
            MOVE CN-Amount TO WS-EDIT-AMOUNT
            DISPLAY CN-NoteDate " WRITE-OFF $" WS-EDIT-AMOUNT
        WHEN OTHER
            DISPLAY CN-NoteDate " CONTACT"
    END-EVALUATE
    IF CN-NoteText NOT = SPACES
        DISPLAY "         " CN-NoteText
    END-IF.

*> ------------------------------------------------------------------
*> Bad-debt write-off. The collector picks the customer's open
*> items to give up on; on confirm each is closed as written off,
*> CM-Balance comes down by the total, and a bad-debt expense /
*> accounts-receivable pair per item goes to the pending journal.
*> Nothing touches the payment register: a write-off is not cash.
*> ------------------------------------------------------------------
WriteOffOpenItems.
    PERFORM ResolveWriteOffAccounts
    IF WS-AR-ACCOUNT = SPACES OR WS-BAD-DEBT-ACCOUNT = SPACES
        DISPLAY "The chart of accounts needs an AR (usage R) and a "
            "Bad Debt (usage B) account"
        DISPLAY "before anything can be written off. Set them up in "
            "GlAccountMaintenance."
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptCustomer
    IF WS-CUSTOMER-NUMBER = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM LoadCustomerOpenItems
    IF WS-ITEM-COUNT = 0
        DISPLAY "Customer has no open items owing. Nothing to write "
            "off."
        EXIT PARAGRAPH
    END-IF
    IF WS-CREDITS-ON-FILE < 0
        MOVE WS-CREDITS-ON-FILE TO WS-EDIT-AMOUNT
        DISPLAY "Note: the account carries $" WS-EDIT-AMOUNT
            " in unapplied credits; apply those before writing off."
    END-IF

    MOVE 0 TO WS-CHOSEN-COUNT
    MOVE 0 TO WS-CHOSEN-TOTAL
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        PERFORM ChooseItemForWriteOff
    END-PERFORM
    IF WS-CHOSEN-COUNT = 0
        DISPLAY "No items chosen. Nothing written off."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter write-off reason: "
    ACCEPT WS-NOTE-TEXT
    MOVE WS-CHOSEN-TOTAL TO WS-EDIT-AMOUNT
    DISPLAY "Write off " WS-CHOSEN-COUNT " item(s) totalling $"
        WS-EDIT-AMOUNT " for " WS-CUSTOMER-NUMBER "? (Y/N): "
        WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Write-off cancelled. Nothing changed."
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND PendingJournal
    IF WS-PENDING-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT PendingJournal
        CLOSE PendingJournal
        OPEN EXTEND PendingJournal
    END-IF
    IF NOT WS-PENDING-STATUS-OK
        DISPLAY "CollectionsWorklist: error opening pending "
            "journal, status = " WS-PENDING-STATUS
            "; nothing written off."
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-WRITTEN-COUNT
    MOVE 0 TO WS-WRITTEN-TOTAL
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        IF WS-ITEM-CHOSEN (WS-ITEM-IDX) = 'Y'
            PERFORM WriteOffOneItem
        END-IF
    END-PERFORM
    CLOSE PendingJournal

    IF WS-WRITTEN-COUNT = 0
        DISPLAY "No items could be written off."
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CUSTOMER-NUMBER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY "CollectionsWorklist: customer vanished from "
                "the master; balance not reduced."
        NOT INVALID KEY
            SUBTRACT WS-WRITTEN-TOTAL FROM CM-Balance
            REWRITE CustomerRecord
                INVALID KEY
                    DISPLAY "CollectionsWorklist: could not reduce "
                        "balance for " CM-CustomerNumber
                        ", status = " WS-CUSTOMER-STATUS
            END-REWRITE
    END-READ

    PERFORM ReadWorklistEntry
    MOVE WS-TODAY TO CW-LastContactDate
    MOVE SPACES TO CW-LastContactNote
    MOVE WS-WRITTEN-TOTAL TO WS-EDIT-AMOUNT
    STRING "WRITTEN OFF $" WS-EDIT-AMOUNT " " WS-NOTE-TEXT
        DELIMITED BY SIZE INTO CW-LastContactNote
    IF WS-WRITTEN-COUNT = WS-ITEM-COUNT
        SET CW-WrittenOff TO TRUE
        MOVE 0 TO CW-PastDueAmount
        MOVE 0 TO CW-PromiseDate
        MOVE 0 TO CW-PromiseAmount
    END-IF
    PERFORM SaveWorklistEntry

    ACCEPT WS-NOW FROM TIME
    MOVE WS-CUSTOMER-NUMBER TO CN-CustomerNumber
    MOVE WS-TODAY TO CN-NoteDate
    MOVE WS-NOW TO CN-NoteTime
    SET CN-Type-WriteOff TO TRUE
    MOVE WS-NOTE-TEXT TO CN-NoteText
    MOVE 0 TO CN-PromiseDate
    MOVE WS-WRITTEN-TOTAL TO CN-Amount
    PERFORM WriteNoteRecord

    DISPLAY WS-WRITTEN-COUNT " item(s) written off, $"
        WS-EDIT-AMOUNT "; bad-debt entries go to tonight's journal.".

*> First account of each usage wins, as in the journal run.
ResolveWriteOffAccounts.
    MOVE SPACES TO WS-AR-ACCOUNT
    MOVE SPACES TO WS-BAD-DEBT-ACCOUNT
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
                    WHEN GA-Usage-BadDebt
                        IF WS-BAD-DEBT-ACCOUNT = SPACES
                            MOVE GA-AccountNumber
                                TO WS-BAD-DEBT-ACCOUNT
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE GlAccountFile.

*> The open-item file is keyed by invoice, so the customer's items
*> are found by a pass over the whole file, as the statement run
*> finds them. Credits are totalled but never offered.
LoadCustomerOpenItems.
    MOVE 0 TO WS-ITEM-COUNT
    MOVE 0 TO WS-CREDITS-ON-FILE
    MOVE LOW-VALUES TO OI-InvoiceNumber
    MOVE 'N' TO WS-EOF-SWITCH
    START OpenItemFile KEY IS NOT LESS THAN OI-InvoiceNumber
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenItemFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OI-CustomerNumber = WS-CUSTOMER-NUMBER
                    AND OI-Open
                    PERFORM LoadOneOpenItem
                END-IF
        END-READ
    END-PERFORM.

LoadOneOpenItem.
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF WS-OPEN-AMOUNT < 0
        ADD WS-OPEN-AMOUNT TO WS-CREDITS-ON-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-OPEN-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-ITEM-COUNT >= WS-MAX-ITEMS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ITEM-COUNT
    MOVE OI-InvoiceNumber TO WS-ITEM-NUMBER (WS-ITEM-COUNT)
    MOVE OI-InvoiceDate TO WS-ITEM-DATE (WS-ITEM-COUNT)
    MOVE WS-OPEN-AMOUNT TO WS-ITEM-OPEN (WS-ITEM-COUNT)
    MOVE 'N' TO WS-ITEM-CHOSEN (WS-ITEM-COUNT).

ChooseItemForWriteOff.
    MOVE WS-ITEM-OPEN (WS-ITEM-IDX) TO WS-EDIT-AMOUNT
    DISPLAY "Invoice " WS-ITEM-NUMBER (WS-ITEM-IDX) "  dated "
        WS-ITEM-DATE (WS-ITEM-IDX) "  open $" WS-EDIT-AMOUNT
    DISPLAY "  Write off this item? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-DECISION
    IF WS-DECISION = 'Y' OR WS-DECISION = 'y'
        MOVE 'Y' TO WS-ITEM-CHOSEN (WS-ITEM-IDX)
        ADD 1 TO WS-CHOSEN-COUNT
        ADD WS-ITEM-OPEN (WS-ITEM-IDX) TO WS-CHOSEN-TOTAL
    END-IF.

*> Re-read before closing, so an item paid by another session
*> since it was listed is written off only for what is still open.
WriteOffOneItem.
    MOVE WS-ITEM-NUMBER (WS-ITEM-IDX) TO OI-InvoiceNumber
    READ OpenItemFile
        INVALID KEY
            DISPLAY "Invoice " WS-ITEM-NUMBER (WS-ITEM-IDX)
                " no longer on file; skipped."
            EXIT PARAGRAPH
    END-READ
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF NOT OI-Open OR WS-OPEN-AMOUNT <= 0
        DISPLAY "Invoice " OI-InvoiceNumber
            " is no longer open; skipped."
        EXIT PARAGRAPH
    END-IF
    SET OI-WrittenOff TO TRUE
    REWRITE OpenItemRecord
        INVALID KEY
            DISPLAY "CollectionsWorklist: could not close invoice "
                OI-InvoiceNumber ", status = " WS-OPENITEM-STATUS
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO WS-WRITTEN-COUNT
    ADD WS-OPEN-AMOUNT TO WS-WRITTEN-TOTAL

    MOVE OI-InvoiceNumber TO WS-ENTRY-REF
    MOVE WS-OPEN-AMOUNT TO WS-ENTRY-AMOUNT
    MOVE WS-BAD-DEBT-ACCOUNT TO WS-ENTRY-ACCOUNT
    MOVE 'D' TO WS-ENTRY-SIDE
    PERFORM WritePendingEntry
    MOVE WS-AR-ACCOUNT TO WS-ENTRY-ACCOUNT
    MOVE 'C' TO WS-ENTRY-SIDE
    PERFORM WritePendingEntry

    MOVE "WRITEOFF" TO WS-AUDIT-ACTION
    MOVE OI-InvoiceNumber TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

WritePendingEntry.
    MOVE WS-ENTRY-AMOUNT TO WS-EDIT-AMOUNT-2
    MOVE SPACES TO PendingString
    STRING WS-ENTRY-ACCOUNT ","
        WS-ENTRY-SIDE ","
        WS-EDIT-AMOUNT-2 ","
        WS-TODAY ","
        WS-ENTRY-REF
        DELIMITED BY SIZE INTO PendingString
    WRITE PendingRecord
    IF NOT WS-PENDING-STATUS-OK
        DISPLAY "CollectionsWorklist: error writing pending "
            "journal, status = " WS-PENDING-STATUS
    END-IF.
