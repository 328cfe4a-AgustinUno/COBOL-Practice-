IDENTIFICATION DIVISION.
PROGRAM-ID. CollectionsRun.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT CollectionWorklist ASSIGN TO "COLLWORK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CW-CustomerNumber
        FILE STATUS IS WS-WORKLIST-STATUS.

    SELECT LetterFile ASSIGN TO "DUNNING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETTER-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT ControlFile ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT SortOpenItems ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
COPY OPENITEM.

FD CustomerMaster.
COPY CUSTMAST.

FD CollectionWorklist.
COPY COLLWORK.

FD LetterFile.
01 LetterLine PIC X(80).

FD AuditLog.
COPY AUDITREC.

FD ControlFile.
COPY CTLREC.

SD SortOpenItems.
01 SortOpenItemRec.
    05 SO-CustomerNumber   PIC X(10).
    05 SO-InvoiceDate      PIC 9(8).
    05 SO-InvoiceNumber    PIC 9(16).
    05 SO-Amount           PIC S9(7)V99.
    05 SO-Type             PIC X.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORKLIST-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-LETTER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.

01 WS-RUN-DATE-X PIC X(8).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-RUN-DAY-INT PIC 9(7).
01 WS-ITEM-DAY-INT PIC 9(7).
01 WS-AGE-DAYS PIC S9(7).
01 WS-OPEN-AMOUNT PIC S9(7)V99.

*> Escalation is by the age of the oldest open invoice: a
*> reminder once it reaches WS-REMINDER-DAYS, a firm notice at
*> WS-FIRM-DAYS, a final demand at WS-FINAL-DAYS. A customer at
*> the same level is sent the letter again only after
*> WS-RESEND-DAYS, so a rerun never double-letters anyone.
01 WS-REMINDER-DAYS PIC 999 VALUE 30.
01 WS-FIRM-DAYS PIC 999 VALUE 60.
01 WS-FINAL-DAYS PIC 999 VALUE 90.
01 WS-RESEND-DAYS PIC 999 VALUE 30.

01 WS-CURR-CUSTOMER PIC X(10).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-CUST-BALANCE PIC S9(7)V99.
01 WS-CUST-PAST-DUE PIC S9(7)V99.
01 WS-OLDEST-DATE PIC 9(8).
01 WS-OLDEST-AGE PIC S9(7).
01 WS-NEW-LEVEL PIC X.
01 WS-ENTRY-FOUND PIC X.
01 WS-SEND-LETTER PIC X.
01 WS-ACTION-TEXT PIC X(20).
01 WS-LAST-LETTER-INT PIC 9(7).

*> The customer's open items, carried for the letter body.
01 WS-MAX-ITEMS PIC 999 VALUE 100.
01 WS-ITEM-COUNT PIC 999 VALUE 0.
01 WS-ITEM-IDX PIC 999.
01 WS-ITEM-TABLE.
    05 WS-ITEM-ENTRY OCCURS 100 TIMES.
        10 WS-ITEM-NUMBER PIC 9(16).
        10 WS-ITEM-DATE PIC 9(8).
        10 WS-ITEM-AMOUNT PIC S9(7)V99.
        10 WS-ITEM-AGE PIC S9(7).

01 WS-LETTER-WORK PIC X(80).
01 WS-ITEM-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-EDIT-AMOUNT PIC -(7)9.99.
01 WS-EDIT-AGE PIC ZZZZ9.

01 WS-CUSTOMERS-PAST-DUE PIC 9(5) VALUE 0.
01 WS-REMINDERS-SENT PIC 9(5) VALUE 0.
01 WS-FIRM-NOTICES-SENT PIC 9(5) VALUE 0.
01 WS-FINAL-DEMANDS-SENT PIC 9(5) VALUE 0.
01 WS-LETTERS-SENT PIC 9(7) VALUE 0.
01 WS-HELD-FOR-PROMISE PIC 9(5) VALUE 0.
01 WS-PROMISES-BROKEN PIC 9(5) VALUE 0.
01 WS-ENTRIES-CLEARED PIC 9(5) VALUE 0.
01 WS-TOTAL-PAST-DUE PIC S9(9)V99 VALUE 0.
01 WS-EDIT-TOTAL PIC -(8)9.99.

01 WS-AUDIT-DATE PIC 9(8).
01 WS-AUDIT-TIME PIC 9(8).

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "CollectRun".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    DISPLAY "Run date (YYYYMMDD, blank = today): " WITH NO ADVANCING
    ACCEPT WS-RUN-DATE-X
    IF WS-RUN-DATE-X = SPACES
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-RUN-DATE-X NOT NUMERIC
            DISPLAY "CollectionsRun: run date not numeric; nothing "
                "done."
            MOVE 8 TO RETURN-CODE
            PERFORM LogRunEnd
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE-X TO WS-RUN-DATE
    END-IF
    MOVE WS-RUN-DATE (5:2) TO WS-RUN-DATE-DISPLAY (1:2)
    MOVE WS-RUN-DATE (7:2) TO WS-RUN-DATE-DISPLAY (4:2)
    MOVE WS-RUN-DATE (1:4) TO WS-RUN-DATE-DISPLAY (7:4)
    COMPUTE WS-RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

    PERFORM OpenFiles

    DISPLAY " "
    DISPLAY "Collections Run for " WS-RUN-DATE-DISPLAY
    DISPLAY "------------------------------------------------------------"
        "----------"
    DISPLAY "Customer   Name                 Oldest   Past Due  Action"
    DISPLAY "------------------------------------------------------------"
        "----------"

    SORT SortOpenItems
        ON ASCENDING KEY SO-CustomerNumber SO-InvoiceDate
        INPUT PROCEDURE IS ReleaseOpenItems
        OUTPUT PROCEDURE IS ProcessSortedOpenItems

    PERFORM ClearSettledEntries

    MOVE WS-TOTAL-PAST-DUE TO WS-EDIT-TOTAL
    DISPLAY "------------------------------------------------------------"
        "----------"
    DISPLAY "Customers Past Due:     " WS-CUSTOMERS-PAST-DUE
    DISPLAY "Total Past Due:        $" WS-EDIT-TOTAL
    DISPLAY "Reminders Sent:         " WS-REMINDERS-SENT
    DISPLAY "Firm Notices Sent:      " WS-FIRM-NOTICES-SENT
    DISPLAY "Final Demands Sent:     " WS-FINAL-DEMANDS-SENT
    DISPLAY "Held On Promise To Pay: " WS-HELD-FOR-PROMISE
    DISPLAY "Promises Broken:        " WS-PROMISES-BROKEN
    DISPLAY "Worklist Entries Cleared: " WS-ENTRIES-CLEARED
    IF WS-LETTERS-SENT > 0
        DISPLAY "Dunning letters written to DUNNING.RPT"
    END-IF

    PERFORM WriteControlTotals

    CLOSE OpenItemFile
    CLOSE CustomerMaster
    CLOSE CollectionWorklist
    CLOSE LetterFile
    CLOSE AuditLog
    IF WS-LETTERS-SENT = 0 AND RETURN-CODE = 0
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

OpenFiles.
    OPEN INPUT OpenItemFile
    IF WS-OPENITEM-STATUS-FILE-NOT-FOUND
        DISPLAY "CollectionsRun: no open-item file; nothing to "
            "collect."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "CollectionsRun: error opening open-item file, "
            "status = " WS-OPENITEM-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "CollectionsRun: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN I-O CollectionWorklist
    IF WS-WORKLIST-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT CollectionWorklist
        CLOSE CollectionWorklist
        OPEN I-O CollectionWorklist
    END-IF
    IF NOT WS-WORKLIST-STATUS-OK
        DISPLAY "CollectionsRun: error opening collector worklist, "
            "status = " WS-WORKLIST-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN OUTPUT LetterFile
    IF NOT WS-LETTER-STATUS-OK
        DISPLAY "CollectionsRun: error opening letter file, "
            "status = " WS-LETTER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
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
        DISPLAY "CollectionsRun: error opening audit log, status = "
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
    MOVE "CollectRun" TO AL-Program-Id.
    MOVE "DUNLETTER" TO AL-Action.
    MOVE WS-CURR-CUSTOMER TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CollectionsRun: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> Every item still open goes to the sort, credits included, so
*> a customer whose unapplied cash covers the old invoices nets
*> to nothing owed and is left alone.
ReleaseOpenItems.
    MOVE LOW-VALUES TO OI-InvoiceNumber
    START OpenItemFile KEY IS NOT LESS THAN OI-InvoiceNumber
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenItemFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ReleaseOneOpenItem
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOneOpenItem.
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF OI-Closed OR WS-OPEN-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE OI-CustomerNumber TO SO-CustomerNumber
    MOVE OI-InvoiceDate TO SO-InvoiceDate
    MOVE OI-InvoiceNumber TO SO-InvoiceNumber
    MOVE WS-OPEN-AMOUNT TO SO-Amount
    MOVE OI-Type TO SO-Type
    RELEASE SortOpenItemRec.

ProcessSortedOpenItems.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortOpenItems
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateOpenItem
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM EvaluateCustomer
    END-IF.

*> Items arrive oldest first within the customer, so the first
*> positive one is the oldest open invoice.
AccumulateOpenItem.
    IF WS-FIRST-RECORD = 'N'
        AND SO-CustomerNumber NOT = WS-CURR-CUSTOMER
        PERFORM EvaluateCustomer
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SO-CustomerNumber TO WS-CURR-CUSTOMER
        MOVE 0 TO WS-CUST-BALANCE
        MOVE 0 TO WS-CUST-PAST-DUE
        MOVE 0 TO WS-OLDEST-DATE
        MOVE 0 TO WS-ITEM-COUNT
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    ADD SO-Amount TO WS-CUST-BALANCE
    IF SO-Amount <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ITEM-DAY-INT = FUNCTION INTEGER-OF-DATE(SO-InvoiceDate)
    COMPUTE WS-AGE-DAYS = WS-RUN-DAY-INT - WS-ITEM-DAY-INT
    IF WS-OLDEST-DATE = 0
        MOVE SO-InvoiceDate TO WS-OLDEST-DATE
        MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
    END-IF
    IF WS-AGE-DAYS >= WS-REMINDER-DAYS
        ADD SO-Amount TO WS-CUST-PAST-DUE
    END-IF
    IF WS-ITEM-COUNT < WS-MAX-ITEMS
        ADD 1 TO WS-ITEM-COUNT
        MOVE SO-InvoiceNumber TO WS-ITEM-NUMBER (WS-ITEM-COUNT)
        MOVE SO-InvoiceDate TO WS-ITEM-DATE (WS-ITEM-COUNT)
        MOVE SO-Amount TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
        MOVE WS-AGE-DAYS TO WS-ITEM-AGE (WS-ITEM-COUNT)
    END-IF.

*> ------------------------------------------------------------------
*> Customer break: decide the dunning level from the oldest open
*> invoice, refresh the worklist entry, and cut a letter when the
*> level has escalated or the last one at this level is stale.
*> ------------------------------------------------------------------
EvaluateCustomer.
    IF WS-CUST-BALANCE <= 0 OR WS-OLDEST-DATE = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN WS-OLDEST-AGE >= WS-FINAL-DAYS
            MOVE '3' TO WS-NEW-LEVEL
        WHEN WS-OLDEST-AGE >= WS-FIRM-DAYS
            MOVE '2' TO WS-NEW-LEVEL
        WHEN WS-OLDEST-AGE >= WS-REMINDER-DAYS
            MOVE '1' TO WS-NEW-LEVEL
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
*> Credits on the account reduce what is actually owed.
    IF WS-CUST-PAST-DUE > WS-CUST-BALANCE
        MOVE WS-CUST-BALANCE TO WS-CUST-PAST-DUE
    END-IF
    ADD 1 TO WS-CUSTOMERS-PAST-DUE
    ADD WS-CUST-PAST-DUE TO WS-TOTAL-PAST-DUE

    MOVE WS-CURR-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE "(NOT ON CUSTOMER MASTER)" TO CM-Name
            MOVE SPACES TO CM-Address
            MOVE SPACES TO CM-City
            MOVE SPACES TO CM-State
            MOVE SPACES TO CM-Zip
    END-READ

    MOVE WS-CURR-CUSTOMER TO CW-CustomerNumber
    MOVE 'Y' TO WS-ENTRY-FOUND
    READ CollectionWorklist
        INVALID KEY
            MOVE 'N' TO WS-ENTRY-FOUND
    END-READ
    IF WS-ENTRY-FOUND = 'N'
        MOVE WS-CURR-CUSTOMER TO CW-CustomerNumber
        MOVE '0' TO CW-DunningLevel
        MOVE 0 TO CW-LastLetterDate
        MOVE 0 TO CW-LastContactDate
        MOVE SPACES TO CW-LastContactNote
        MOVE 0 TO CW-PromiseDate
        MOVE 0 TO CW-PromiseAmount
    END-IF
    IF CW-Dun-None
        MOVE '0' TO CW-DunningLevel
    END-IF
    MOVE WS-OLDEST-DATE TO CW-OldestInvoiceDate
    MOVE WS-OLDEST-AGE TO CW-OldestAgeDays
    MOVE WS-CUST-BALANCE TO CW-OpenBalance
    MOVE WS-CUST-PAST-DUE TO CW-PastDueAmount
    MOVE WS-RUN-DATE TO CW-RefreshDate
    SET CW-Active TO TRUE

    PERFORM DecideLetter
    IF WS-SEND-LETTER = 'Y'
        PERFORM WriteDunningLetter
        MOVE WS-NEW-LEVEL TO CW-DunningLevel
        MOVE WS-RUN-DATE TO CW-LastLetterDate
        PERFORM WriteAuditRecord
    END-IF

    IF WS-ENTRY-FOUND = 'Y'
        REWRITE CollectionWorkRecord
            INVALID KEY
                DISPLAY "CollectionsRun: could not update worklist "
                    "entry for " WS-CURR-CUSTOMER ", status = "
                    WS-WORKLIST-STATUS
        END-REWRITE
    ELSE
        WRITE CollectionWorkRecord
            INVALID KEY
                DISPLAY "CollectionsRun: could not add worklist "
                    "entry for " WS-CURR-CUSTOMER ", status = "
                    WS-WORKLIST-STATUS
        END-WRITE
    END-IF

    MOVE WS-OLDEST-AGE TO WS-EDIT-AGE
    MOVE WS-CUST-PAST-DUE TO WS-EDIT-AMOUNT
    DISPLAY WS-CURR-CUSTOMER " " CM-Name (1:20) " " WS-EDIT-AGE
        "d " WS-EDIT-AMOUNT "  " WS-ACTION-TEXT.

*> A promise to pay that has not yet come due holds the letter;
*> one that has passed with the account still past due is
*> flagged as broken and the letter goes out.
DecideLetter.
    MOVE 'N' TO WS-SEND-LETTER
    IF CW-PromiseDate NUMERIC AND CW-PromiseDate >= WS-RUN-DATE
        ADD 1 TO WS-HELD-FOR-PROMISE
        MOVE "HELD - PROMISE" TO WS-ACTION-TEXT
        EXIT PARAGRAPH
    END-IF
    IF CW-PromiseDate NUMERIC AND CW-PromiseDate > 0
        ADD 1 TO WS-PROMISES-BROKEN
        MOVE CW-PromiseAmount TO WS-EDIT-AMOUNT
        DISPLAY "  promise of $" WS-EDIT-AMOUNT " due "
            CW-PromiseDate " not kept"
        MOVE 0 TO CW-PromiseDate
        MOVE 0 TO CW-PromiseAmount
    END-IF
    IF WS-NEW-LEVEL > CW-DunningLevel
        MOVE 'Y' TO WS-SEND-LETTER
    ELSE
        IF CW-LastLetterDate NUMERIC AND CW-LastLetterDate > 0
            COMPUTE WS-LAST-LETTER-INT =
                FUNCTION INTEGER-OF-DATE(CW-LastLetterDate)
            IF WS-RUN-DAY-INT - WS-LAST-LETTER-INT >= WS-RESEND-DAYS
                MOVE 'Y' TO WS-SEND-LETTER
            END-IF
        ELSE
            MOVE 'Y' TO WS-SEND-LETTER
        END-IF
    END-IF
    IF WS-SEND-LETTER = 'N'
        MOVE "LETTER NOT DUE" TO WS-ACTION-TEXT
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-NEW-LEVEL
        WHEN '1'
            ADD 1 TO WS-REMINDERS-SENT
            MOVE "REMINDER" TO WS-ACTION-TEXT
        WHEN '2'
            ADD 1 TO WS-FIRM-NOTICES-SENT
            MOVE "FIRM NOTICE" TO WS-ACTION-TEXT
        WHEN '3'
            ADD 1 TO WS-FINAL-DEMANDS-SENT
            MOVE "FINAL DEMAND" TO WS-ACTION-TEXT
    END-EVALUATE
    ADD 1 TO WS-LETTERS-SENT.

WriteLetterLine.
    WRITE LetterLine FROM WS-LETTER-WORK
    IF NOT WS-LETTER-STATUS-OK
        DISPLAY "CollectionsRun: error writing letter file, status = "
            WS-LETTER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF.

WriteDunningLetter.
    MOVE ALL "=" TO WS-LETTER-WORK
    PERFORM WriteLetterLine
    EVALUATE WS-NEW-LEVEL
        WHEN '1'
            MOVE "          ACME MAIL ORDER COMPANY - PAYMENT REMINDER"
                TO WS-LETTER-WORK
        WHEN '2'
            MOVE "        ACME MAIL ORDER COMPANY - SECOND NOTICE: PAST DUE"
                TO WS-LETTER-WORK
        WHEN '3'
            MOVE "           ACME MAIL ORDER COMPANY - FINAL DEMAND"
                TO WS-LETTER-WORK
    END-EVALUATE
    PERFORM WriteLetterLine
    MOVE SPACES TO WS-LETTER-WORK
    STRING "Date: " WS-RUN-DATE-DISPLAY
        DELIMITED BY SIZE INTO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE SPACES TO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE SPACES TO WS-LETTER-WORK
    STRING "Account: " WS-CURR-CUSTOMER "  " CM-Name
        DELIMITED BY SIZE INTO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE CM-Address TO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE SPACES TO WS-LETTER-WORK
    STRING CM-City DELIMITED BY "  "
        ", " DELIMITED BY SIZE
        CM-State DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CM-Zip DELIMITED BY SIZE
        INTO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE SPACES TO WS-LETTER-WORK
    PERFORM WriteLetterLine

    EVALUATE WS-NEW-LEVEL
        WHEN '1'
            MOVE "Our records show the invoices below are past due. If"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "your payment is already on its way, thank you and"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "please disregard this reminder."
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
        WHEN '2'
            MOVE "Your account is now more than 60 days past due. Please"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "remit the past-due balance within 10 days, or call our"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "credit department to arrange payment."
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
        WHEN '3'
            MOVE "Your account is more than 90 days past due. Unless the"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "past-due balance is received within 10 days, further"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "credit will be withheld and the account will be placed"
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
            MOVE "for collection."
                TO WS-LETTER-WORK
            PERFORM WriteLetterLine
    END-EVALUATE
    MOVE SPACES TO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE "  Invoice             Date          Days      Amount Open"
        TO WS-LETTER-WORK
    PERFORM WriteLetterLine
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        MOVE WS-ITEM-DATE (WS-ITEM-IDX) (5:2)
            TO WS-ITEM-DATE-DISPLAY (1:2)
        MOVE WS-ITEM-DATE (WS-ITEM-IDX) (7:2)
            TO WS-ITEM-DATE-DISPLAY (4:2)
        MOVE WS-ITEM-DATE (WS-ITEM-IDX) (1:4)
            TO WS-ITEM-DATE-DISPLAY (7:4)
        MOVE WS-ITEM-AGE (WS-ITEM-IDX) TO WS-EDIT-AGE
        MOVE WS-ITEM-AMOUNT (WS-ITEM-IDX) TO WS-EDIT-AMOUNT
        MOVE SPACES TO WS-LETTER-WORK
        STRING "  " WS-ITEM-NUMBER (WS-ITEM-IDX) "  "
            WS-ITEM-DATE-DISPLAY "  " WS-EDIT-AGE "  "
            WS-EDIT-AMOUNT
            DELIMITED BY SIZE INTO WS-LETTER-WORK
        PERFORM WriteLetterLine
    END-PERFORM
    MOVE SPACES TO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE WS-CUST-PAST-DUE TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-LETTER-WORK
    STRING "  PAST DUE NOW:                           " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE WS-CUST-BALANCE TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-LETTER-WORK
    STRING "  TOTAL ACCOUNT BALANCE:                  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-LETTER-WORK
    PERFORM WriteLetterLine
    MOVE SPACES TO WS-LETTER-WORK
    PERFORM WriteLetterLine.

*> Worklist entries this run did not touch belong to customers
*> with nothing past due any more: clear them off the active list,
*> keeping the contact history fields for the collectors.
ClearSettledEntries.
    MOVE LOW-VALUES TO CW-CustomerNumber
    START CollectionWorklist KEY IS NOT LESS THAN CW-CustomerNumber
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ CollectionWorklist NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CW-Active AND CW-RefreshDate NOT = WS-RUN-DATE
                    SET CW-Cleared TO TRUE
                    MOVE '0' TO CW-DunningLevel
                    MOVE 0 TO CW-PastDueAmount
                    MOVE 0 TO CW-OldestAgeDays
                    MOVE WS-RUN-DATE TO CW-RefreshDate
                    REWRITE CollectionWorkRecord
                        INVALID KEY
                            DISPLAY "CollectionsRun: could not clear "
                                "worklist entry " CW-CustomerNumber
                        NOT INVALID KEY
                            ADD 1 TO WS-ENTRIES-CLEARED
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.

WriteControlTotals.
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "CollectionsRun: error opening control file, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "CollectionsRun" TO CT-Program-Id
    MOVE WS-RUN-DATE TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-LETTERS-SENT TO CT-RecordsWritten
    MOVE WS-ENTRIES-CLEARED TO CT-RecordsDeleted
    MOVE WS-TOTAL-PAST-DUE TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "CollectionsRun: error writing control record, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ControlFile.
