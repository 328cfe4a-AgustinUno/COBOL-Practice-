IDENTIFICATION DIVISION.
PROGRAM-ID. GlPosting.

*> Nightly general-ledger posting: the balanced journal GlJournal
*> leaves in GLJRNL.DAT is proven, then carried into the account
*> balance file by account and fiscal period. The journal posts
*> whole or not at all - an unbalanced file, an account missing
*> from the chart, or an entry dated in a closed period refuses
*> the entire journal, so the ledger never holds half a day.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalFile ASSIGN TO "GLJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT GlAccountFile ASSIGN TO "GLACCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GA-AccountNumber
        FILE STATUS IS WS-ACCOUNT-STATUS.

    SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GB-Key
        FILE STATUS IS WS-BALANCE-STATUS.

    SELECT GlPeriodFile ASSIGN TO "GLPERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

*> One line per journal carried into the ledger, so a rerun of
*> the stream cannot post the same day's journal twice.
    SELECT PostedLog ASSIGN TO "GLPOSTED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTED-STATUS.

    SELECT ControlFile ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
01 JournalRecord.
    05 JournalString PIC X(80).

FD GlAccountFile.
COPY GLACCT.

FD GlBalanceFile.
COPY GLBAL.

FD GlPeriodFile.
COPY GLPERIOD.

FD PostedLog.
01 PostedLogRecord.
    05 PL-JournalDate  PIC 9(8).
    05 PL-PostDate     PIC 9(8).
    05 PL-PostTime     PIC 9(8).
    05 PL-Entries      PIC 9(7).
    05 PL-DebitTotal   PIC S9(11)V99.

FD ControlFile.
COPY CTLREC.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-JOURNAL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BALANCE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PERIOD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-POSTED-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.

01 WS-RUN-DATE PIC 9(8).
01 WS-LAST-CLOSED PIC 9(6) VALUE 0.

*> One journal line split on its commas: account, side, amount,
*> date, reference - or TRL, debits, credits, date.
01 WS-JE-FIELD-1 PIC X(20).
01 WS-JE-FIELD-2 PIC X(20).
01 WS-JE-FIELD-3 PIC X(20).
01 WS-JE-FIELD-4 PIC X(20).
01 WS-JE-FIELD-5 PIC X(20).
01 WS-JE-ACCOUNT PIC X(6).
01 WS-JE-SIDE PIC X.
01 WS-JE-AMOUNT PIC S9(9)V99.
01 WS-JE-DATE PIC 9(8).
01 WS-JE-PERIOD PIC 9(6).

01 WS-TRAILER-FOUND PIC X VALUE 'N'.
01 WS-TRAILER-DEBITS PIC S9(11)V99 VALUE 0.
01 WS-TRAILER-CREDITS PIC S9(11)V99 VALUE 0.
01 WS-JOURNAL-DATE PIC 9(8) VALUE 0.

01 WS-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-ENTRY-COUNT PIC 9(7) VALUE 0.
01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
01 WS-ALREADY-POSTED PIC X VALUE 'N'.

01 WS-DEBIT-EDIT PIC -(9)9.99.
01 WS-CREDIT-EDIT PIC -(9)9.99.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GlPosting".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM ReadPeriodControl

    OPEN INPUT GlAccountFile
    IF WS-ACCOUNT-STATUS-FILE-NOT-FOUND
        DISPLAY "GlPosting: no chart of accounts on file. Set it "
            "up in GlAccountMaintenance first."
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-ACCOUNT-STATUS-OK
        DISPLAY "GlPosting: error opening chart of accounts, "
            "status = " WS-ACCOUNT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM ValidateJournal
    CLOSE GlAccountFile

    IF WS-ENTRY-COUNT = 0
        DISPLAY "GlPosting: journal holds no entries; nothing to post."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF WS-ERROR-COUNT > 0
        DISPLAY "GlPosting: " WS-ERROR-COUNT " error(s) in the "
            "journal; NOTHING POSTED."
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM CheckPostedLog
    IF WS-ALREADY-POSTED = 'Y'
        DISPLAY "GlPosting: the journal for " WS-JOURNAL-DATE
            " is already posted; skipped."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM PostJournal
    PERFORM WritePostedLog
    PERFORM WriteControlTotals

    MOVE WS-DEBIT-TOTAL TO WS-DEBIT-EDIT
    DISPLAY "GlPosting: " WS-POSTED-COUNT " entries posted for "
        WS-JOURNAL-DATE ", debits = credits = $" WS-DEBIT-EDIT "."
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

*> No period-control file means no period has been closed yet.
ReadPeriodControl.
    OPEN INPUT GlPeriodFile
    IF NOT WS-PERIOD-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    READ GlPeriodFile
        AT END
            CONTINUE
        NOT AT END
            MOVE GP-LastClosed TO WS-LAST-CLOSED
    END-READ
    CLOSE GlPeriodFile.

OpenJournal.
    OPEN INPUT JournalFile
    IF WS-JOURNAL-STATUS-FILE-NOT-FOUND
        DISPLAY "GlPosting: no journal file on hand; nothing to post."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-JOURNAL-STATUS-OK
        DISPLAY "GlPosting: error opening journal file, status = "
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF.

SplitJournalLine.
    MOVE SPACES TO WS-JE-FIELD-1 WS-JE-FIELD-2 WS-JE-FIELD-3
        WS-JE-FIELD-4 WS-JE-FIELD-5
    UNSTRING JournalString DELIMITED BY ","
        INTO WS-JE-FIELD-1 WS-JE-FIELD-2 WS-JE-FIELD-3
             WS-JE-FIELD-4 WS-JE-FIELD-5
    END-UNSTRING.

*> ------------------------------------------------------------------
*> First pass: prove the journal before anything moves. Every
*> entry must name a chart account, carry a numeric amount on a
*> D or C side, and fall in an open period; the trailer must agree
*> with the entries and debits must equal credits.
*> ------------------------------------------------------------------
ValidateJournal.
    PERFORM OpenJournal
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ JournalFile
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF JournalString NOT = SPACES
                    PERFORM ValidateOneLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE JournalFile

    IF WS-ENTRY-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-TRAILER-FOUND = 'N'
        DISPLAY "GlPosting: journal has no TRL trailer; it may be "
            "incomplete."
        ADD 1 TO WS-ERROR-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
        MOVE WS-DEBIT-TOTAL TO WS-DEBIT-EDIT
        MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDIT
        DISPLAY "GlPosting: journal does not balance. Debits "
            WS-DEBIT-EDIT " credits " WS-CREDIT-EDIT
        ADD 1 TO WS-ERROR-COUNT
    END-IF
    IF WS-TRAILER-DEBITS NOT = WS-DEBIT-TOTAL
        OR WS-TRAILER-CREDITS NOT = WS-CREDIT-TOTAL
        DISPLAY "GlPosting: trailer totals do not agree with the "
            "entries on file."
        ADD 1 TO WS-ERROR-COUNT
    END-IF.

ValidateOneLine.
    PERFORM SplitJournalLine
    IF WS-JE-FIELD-1 = "TRL"
        MOVE 'Y' TO WS-TRAILER-FOUND
        IF FUNCTION TEST-NUMVAL(WS-JE-FIELD-2) = 0
            COMPUTE WS-TRAILER-DEBITS = FUNCTION NUMVAL(WS-JE-FIELD-2)
        END-IF
        IF FUNCTION TEST-NUMVAL(WS-JE-FIELD-3) = 0
            COMPUTE WS-TRAILER-CREDITS =
                FUNCTION NUMVAL(WS-JE-FIELD-3)
        END-IF
        IF WS-JE-FIELD-4 (1:8) NUMERIC
            MOVE WS-JE-FIELD-4 (1:8) TO WS-JOURNAL-DATE
        END-IF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-ENTRY-COUNT
    MOVE WS-JE-FIELD-1 TO WS-JE-ACCOUNT
    MOVE WS-JE-FIELD-2 TO WS-JE-SIDE
    IF FUNCTION TEST-NUMVAL(WS-JE-FIELD-3) NOT = 0
        DISPLAY "GlPosting: entry " WS-ENTRY-COUNT
            " amount not numeric: " WS-JE-FIELD-3
        ADD 1 TO WS-ERROR-COUNT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-JE-AMOUNT = FUNCTION NUMVAL(WS-JE-FIELD-3)
    EVALUATE WS-JE-SIDE
        WHEN 'D'
            ADD WS-JE-AMOUNT TO WS-DEBIT-TOTAL
        WHEN 'C'
            ADD WS-JE-AMOUNT TO WS-CREDIT-TOTAL
        WHEN OTHER
            DISPLAY "GlPosting: entry " WS-ENTRY-COUNT
                " has no debit/credit side: " WS-JE-SIDE
            ADD 1 TO WS-ERROR-COUNT
    END-EVALUATE

    IF WS-JE-FIELD-4 (1:8) NOT NUMERIC
        DISPLAY "GlPosting: entry " WS-ENTRY-COUNT
            " date not numeric: " WS-JE-FIELD-4
        ADD 1 TO WS-ERROR-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-JE-FIELD-4 (1:8) TO WS-JE-DATE
    MOVE WS-JE-DATE (1:6) TO WS-JE-PERIOD
    IF WS-JE-PERIOD NOT > WS-LAST-CLOSED
        DISPLAY "GlPosting: entry " WS-ENTRY-COUNT " dated "
            WS-JE-DATE " falls in closed period " WS-JE-PERIOD
            " (closed through " WS-LAST-CLOSED ")."
        ADD 1 TO WS-ERROR-COUNT
    END-IF

    MOVE WS-JE-ACCOUNT TO GA-AccountNumber
    READ GlAccountFile
        INVALID KEY
            DISPLAY "GlPosting: entry " WS-ENTRY-COUNT
                " account " WS-JE-ACCOUNT
                " is not on the chart of accounts."
            ADD 1 TO WS-ERROR-COUNT
    END-READ.

CheckPostedLog.
    MOVE 'N' TO WS-ALREADY-POSTED
    OPEN INPUT PostedLog
    IF NOT WS-POSTED-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ PostedLog
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF PL-JournalDate = WS-JOURNAL-DATE
                    MOVE 'Y' TO WS-ALREADY-POSTED
                END-IF
        END-READ
    END-PERFORM
    CLOSE PostedLog.

*> ------------------------------------------------------------------
*> Second pass: the journal is proven, so every entry now goes
*> into its account's balance for the period of its date.
*> ------------------------------------------------------------------
PostJournal.
    OPEN I-O GlBalanceFile
    IF WS-BALANCE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT GlBalanceFile
        CLOSE GlBalanceFile
        OPEN I-O GlBalanceFile
    END-IF
    IF NOT WS-BALANCE-STATUS-OK
        DISPLAY "GlPosting: error opening balance file, status = "
            WS-BALANCE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    PERFORM OpenJournal
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ JournalFile
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF JournalString NOT = SPACES
                    PERFORM PostOneLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE JournalFile
    CLOSE GlBalanceFile.

PostOneLine.
    PERFORM SplitJournalLine
    IF WS-JE-FIELD-1 = "TRL"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-JE-FIELD-1 TO WS-JE-ACCOUNT
    MOVE WS-JE-FIELD-2 TO WS-JE-SIDE
    COMPUTE WS-JE-AMOUNT = FUNCTION NUMVAL(WS-JE-FIELD-3)
    MOVE WS-JE-FIELD-4 (1:8) TO WS-JE-DATE

    MOVE WS-JE-ACCOUNT TO GB-AccountNumber
    MOVE WS-JE-DATE (1:6) TO GB-Period
    READ GlBalanceFile
        INVALID KEY
            MOVE 0 TO GB-Debits
            MOVE 0 TO GB-Credits
            PERFORM ApplyEntryAmount
            WRITE GlBalanceRecord
                INVALID KEY
                    DISPLAY "GlPosting: could not add balance for "
                        GB-Key ", status = " WS-BALANCE-STATUS
                    MOVE 16 TO RETURN-CODE
                    PERFORM LogRunEnd
                    STOP RUN
            END-WRITE
        NOT INVALID KEY
            PERFORM ApplyEntryAmount
            REWRITE GlBalanceRecord
                INVALID KEY
                    DISPLAY "GlPosting: could not update balance for "
                        GB-Key ", status = " WS-BALANCE-STATUS
                    MOVE 16 TO RETURN-CODE
                    PERFORM LogRunEnd
                    STOP RUN
            END-REWRITE
    END-READ
    ADD 1 TO WS-POSTED-COUNT.

ApplyEntryAmount.
    IF WS-JE-SIDE = 'D'
        ADD WS-JE-AMOUNT TO GB-Debits
    ELSE
        ADD WS-JE-AMOUNT TO GB-Credits
    END-IF
    MOVE WS-RUN-DATE TO GB-LastPosted.

WritePostedLog.
    OPEN EXTEND PostedLog
    IF WS-POSTED-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT PostedLog
        CLOSE PostedLog
        OPEN EXTEND PostedLog
    END-IF
    IF NOT WS-POSTED-STATUS-OK
        DISPLAY "GlPosting: error opening posted-journal log, "
            "status = " WS-POSTED-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-JOURNAL-DATE TO PL-JournalDate
    MOVE WS-RUN-DATE TO PL-PostDate
    ACCEPT PL-PostTime FROM TIME
    MOVE WS-POSTED-COUNT TO PL-Entries
    MOVE WS-DEBIT-TOTAL TO PL-DebitTotal
    WRITE PostedLogRecord
    IF NOT WS-POSTED-STATUS-OK
        DISPLAY "GlPosting: error writing posted-journal log, "
            "status = " WS-POSTED-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE PostedLog.

WriteControlTotals.
    IF WS-POSTED-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "GlPosting: error opening control file, status = "
            WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "GlPosting" TO CT-Program-Id
    MOVE WS-RUN-DATE TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-POSTED-COUNT TO CT-RecordsWritten
    MOVE 0 TO CT-RecordsDeleted
    MOVE WS-DEBIT-TOTAL TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "GlPosting: error writing control record, status = "
            WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ControlFile.
