IDENTIFICATION DIVISION.
PROGRAM-ID. GlPeriodClose.

*> Fiscal period close. Closing a month advances the period-control
*> record so GlPosting refuses any later journal dated in it or
*> earlier. Closing the last month of a fiscal year (December; the
*> fiscal year is the calendar year) also rolls every revenue and
*> expense account into retained earnings: the closing entries go
*> into period YYYY13 so December still reports its own activity.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GB-Key
        FILE STATUS IS WS-BALANCE-STATUS.

    SELECT GlAccountFile ASSIGN TO "GLACCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GA-AccountNumber
        FILE STATUS IS WS-ACCOUNT-STATUS.

    SELECT GlPeriodFile ASSIGN TO "GLPERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT ControlFile ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD GlBalanceFile.
COPY GLBAL.

FD GlAccountFile.
COPY GLACCT.

FD GlPeriodFile.
COPY GLPERIOD.

FD AuditLog.
COPY AUDITREC.

FD ControlFile.
COPY CTLREC.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BALANCE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PERIOD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.

01 WS-PERIOD-X PIC X(6).
01 WS-CLOSE-PERIOD PIC 9(6).
01 WS-CLOSE-MONTH PIC 99.
01 WS-RUN-DATE PIC 9(8).
01 WS-CURRENT-PERIOD PIC 9(6).
01 WS-LAST-CLOSED PIC 9(6) VALUE 0.
01 WS-LAST-YEAR-END PIC 9(4) VALUE 0.
01 WS-NEW-YEAR-END PIC 9(4) VALUE 0.

01 WS-FIRST-YEAR PIC 9(4).
01 WS-LAST-YEAR PIC 9(4).
01 WS-ROLL-YEAR PIC 9(4).
01 WS-ROLL-THROUGH PIC 9(6).
01 WS-ROLL-PERIOD PIC 9(6).

01 WS-RE-ACCOUNT PIC X(6).
01 WS-CLASS PIC X.
01 WS-CURR-ACCOUNT PIC X(6).
01 WS-CURR-CLASS PIC X.
01 WS-FIRST-RECORD PIC X.
01 WS-CUM-NET PIC S9(11)V99.

*> Closing amounts for one year, gathered on a read-only pass so
*> the balance file is not written while it is being walked.
01 WS-CLOSE-TABLE.
   05 WS-CLOSE-ENTRY OCCURS 500 TIMES.
      10 WS-CE-ACCOUNT PIC X(6).
      10 WS-CE-NET     PIC S9(11)V99.
01 WS-CLOSE-COUNT PIC 999.
01 WS-CLOSE-IDX PIC 999.
01 WS-MAX-CLOSE PIC 999 VALUE 500.
01 WS-RE-NET PIC S9(13)V99.

01 WS-ENTRIES-POSTED PIC 9(7) VALUE 0.
01 WS-DOLLARS-ROLLED PIC S9(11)V99 VALUE 0.
01 WS-POST-ACCOUNT PIC X(6).
01 WS-POST-AMOUNT PIC S9(13)V99.

01 WS-EDIT-AMOUNT PIC -(11)9.99.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GlPeriodClose".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD
    DISPLAY "Period to close (YYYYMM, blank = current month): "
        WITH NO ADVANCING
    ACCEPT WS-PERIOD-X
    IF WS-PERIOD-X = SPACES
        MOVE WS-CURRENT-PERIOD TO WS-CLOSE-PERIOD
    ELSE
        IF WS-PERIOD-X NOT NUMERIC
            DISPLAY "GlPeriodClose: period must be YYYYMM."
            MOVE 8 TO RETURN-CODE
            PERFORM LogRunEnd
            STOP RUN
        END-IF
        MOVE WS-PERIOD-X TO WS-CLOSE-PERIOD
    END-IF
    MOVE WS-CLOSE-PERIOD (5:2) TO WS-CLOSE-MONTH
    IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
        DISPLAY "GlPeriodClose: " WS-CLOSE-PERIOD
            " is not a calendar month."
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF WS-CLOSE-PERIOD > WS-CURRENT-PERIOD
        DISPLAY "GlPeriodClose: " WS-CLOSE-PERIOD
            " has not started yet; it cannot be closed."
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM ReadPeriodControl
    IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
        DISPLAY "GlPeriodClose: period " WS-CLOSE-PERIOD
            " is already closed (closed through " WS-LAST-CLOSED ")."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT GlAccountFile
    IF NOT WS-ACCOUNT-STATUS-OK
        DISPLAY "GlPeriodClose: error opening chart of accounts, "
            "status = " WS-ACCOUNT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    PERFORM OpenAuditLog

*> Every December between the last close and this one is a
*> fiscal year end, so a skipped month cannot skip a year's roll.
    MOVE WS-LAST-YEAR-END TO WS-NEW-YEAR-END
    IF WS-LAST-CLOSED = 0
        MOVE WS-CLOSE-PERIOD (1:4) TO WS-FIRST-YEAR
    ELSE
        MOVE WS-LAST-CLOSED (1:4) TO WS-FIRST-YEAR
    END-IF
    MOVE WS-CLOSE-PERIOD (1:4) TO WS-LAST-YEAR
    PERFORM VARYING WS-ROLL-YEAR FROM WS-FIRST-YEAR BY 1
            UNTIL WS-ROLL-YEAR > WS-LAST-YEAR
        COMPUTE WS-ROLL-THROUGH = WS-ROLL-YEAR * 100 + 12
        IF WS-ROLL-THROUGH > WS-LAST-CLOSED
            AND WS-ROLL-THROUGH NOT > WS-CLOSE-PERIOD
            AND WS-ROLL-YEAR > WS-LAST-YEAR-END
            PERFORM CloseFiscalYear
        END-IF
    END-PERFORM
    CLOSE GlAccountFile

    PERFORM WritePeriodControl
    MOVE "GLCLOSE" TO WS-AUDIT-ACTION
    MOVE WS-CLOSE-PERIOD TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    CLOSE AuditLog
    PERFORM WriteControlTotals

    DISPLAY "GlPeriodClose: period " WS-CLOSE-PERIOD " closed. "
        "Journals dated " WS-CLOSE-PERIOD " or earlier will no "
        "longer post."
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
            IF GP-LastYearEnd NUMERIC
                MOVE GP-LastYearEnd TO WS-LAST-YEAR-END
            END-IF
    END-READ
    CLOSE GlPeriodFile.

WritePeriodControl.
    OPEN OUTPUT GlPeriodFile
    IF NOT WS-PERIOD-STATUS-OK
        DISPLAY "GlPeriodClose: error writing period-control file, "
            "status = " WS-PERIOD-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    MOVE WS-CLOSE-PERIOD TO GP-LastClosed
    MOVE WS-RUN-DATE TO GP-ClosedDate
    MOVE WS-NEW-YEAR-END TO GP-LastYearEnd
    WRITE GlPeriodRecord
    IF NOT WS-PERIOD-STATUS-OK
        DISPLAY "GlPeriodClose: error writing period-control file, "
            "status = " WS-PERIOD-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF
    CLOSE GlPeriodFile.

OpenAuditLog.
    OPEN EXTEND AuditLog
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "GlPeriodClose: error opening audit log, status = "
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
    MOVE "GlPeriodClose" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "GlPeriodClose: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> ------------------------------------------------------------------
*> Year-end roll for WS-ROLL-YEAR: each revenue and expense
*> account's balance through December is reversed into period
*> YYYY13 and the net lands in the retained-earnings account.
*> ------------------------------------------------------------------
CloseFiscalYear.
    PERFORM FindRetainedEarnings
    IF WS-RE-ACCOUNT = SPACES
        DISPLAY "GlPeriodClose: no retained-earnings account (usage "
            "E) on the chart; year " WS-ROLL-YEAR " cannot be "
            "closed. Nothing changed."
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    COMPUTE WS-ROLL-PERIOD = WS-ROLL-YEAR * 100 + 13

    OPEN I-O GlBalanceFile
    IF WS-BALANCE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT GlBalanceFile
        CLOSE GlBalanceFile
        OPEN I-O GlBalanceFile
    END-IF
    IF NOT WS-BALANCE-STATUS-OK
        DISPLAY "GlPeriodClose: error opening balance file, "
            "status = " WS-BALANCE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM GatherClosingAmounts

    DISPLAY " "
    DISPLAY "Year-End Closing Entries for " WS-ROLL-YEAR
        " (posted to period " WS-ROLL-PERIOD ")"
    DISPLAY "------------------------------------------------------------"
    MOVE 0 TO WS-RE-NET
    PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
            UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
        MOVE WS-CE-ACCOUNT (WS-CLOSE-IDX) TO WS-POST-ACCOUNT
        COMPUTE WS-POST-AMOUNT = 0 - WS-CE-NET (WS-CLOSE-IDX)
        PERFORM PostClosingAmount
        ADD WS-CE-NET (WS-CLOSE-IDX) TO WS-RE-NET
        MOVE WS-POST-AMOUNT TO WS-EDIT-AMOUNT
        DISPLAY "  " WS-POST-ACCOUNT "  closed by   " WS-EDIT-AMOUNT
    END-PERFORM
    MOVE WS-RE-ACCOUNT TO WS-POST-ACCOUNT
    MOVE WS-RE-NET TO WS-POST-AMOUNT
    IF WS-POST-AMOUNT NOT = 0
        PERFORM PostClosingAmount
    END-IF
    MOVE WS-POST-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "  " WS-RE-ACCOUNT "  retained    " WS-EDIT-AMOUNT
        "  (debit +, credit -)"
    CLOSE GlBalanceFile

    MOVE WS-ROLL-YEAR TO WS-NEW-YEAR-END
    MOVE "GLYEAREND" TO WS-AUDIT-ACTION
    MOVE WS-ROLL-YEAR TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

FindRetainedEarnings.
    MOVE SPACES TO WS-RE-ACCOUNT
    MOVE LOW-VALUES TO GA-AccountNumber
    MOVE 'N' TO WS-EOF-SWITCH
    START GlAccountFile KEY IS NOT LESS THAN GA-AccountNumber
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ GlAccountFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF GA-Usage-RetainedEarn AND WS-RE-ACCOUNT = SPACES
                    MOVE GA-AccountNumber TO WS-RE-ACCOUNT
                END-IF
        END-READ
    END-PERFORM.

GatherClosingAmounts.
    MOVE 0 TO WS-CLOSE-COUNT
    MOVE 'Y' TO WS-FIRST-RECORD
    MOVE LOW-VALUES TO GB-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START GlBalanceFile KEY IS NOT LESS THAN GB-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ GlBalanceFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateClosingBalance
        END-READ
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM StoreClosingAmount
    END-IF.

AccumulateClosingBalance.
    IF WS-FIRST-RECORD = 'N'
        AND GB-AccountNumber NOT = WS-CURR-ACCOUNT
        PERFORM StoreClosingAmount
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE GB-AccountNumber TO WS-CURR-ACCOUNT
        MOVE 0 TO WS-CUM-NET
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    IF GB-Period NOT > WS-ROLL-THROUGH
        COMPUTE WS-CUM-NET = WS-CUM-NET + GB-Debits - GB-Credits
    END-IF.

StoreClosingAmount.
    IF WS-CUM-NET = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURR-ACCOUNT TO GA-AccountNumber
    READ GlAccountFile
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    PERFORM ClassifyAccount
    IF WS-CLASS NOT = 'I' AND WS-CLASS NOT = 'X'
        EXIT PARAGRAPH
    END-IF
    IF WS-CLOSE-COUNT >= WS-MAX-CLOSE
        DISPLAY "GlPeriodClose: more than " WS-MAX-CLOSE
            " revenue and expense accounts; year not closed."
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    ADD 1 TO WS-CLOSE-COUNT
    MOVE WS-CURR-ACCOUNT TO WS-CE-ACCOUNT (WS-CLOSE-COUNT)
    MOVE WS-CUM-NET TO WS-CE-NET (WS-CLOSE-COUNT).

*> Accounts set up before the class was carried are classed from
*> the role the journal gives them.
ClassifyAccount.
    IF GA-Type-Valid
        MOVE GA-AccountType TO WS-CLASS
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN GA-Usage-AR
            MOVE 'A' TO WS-CLASS
        WHEN GA-Usage-Sales
            MOVE 'I' TO WS-CLASS
        WHEN GA-Usage-TaxPayable
            MOVE 'L' TO WS-CLASS
        WHEN GA-Usage-RetainedEarn
            MOVE 'Q' TO WS-CLASS
        WHEN GA-Usage-BadDebt
            MOVE 'X' TO WS-CLASS
        WHEN GA-Usage-Cash
            MOVE 'A' TO WS-CLASS
        WHEN OTHER
            MOVE SPACE TO WS-CLASS
    END-EVALUATE.

*> A positive amount is a debit, a negative one a credit.
PostClosingAmount.
    MOVE WS-POST-ACCOUNT TO GB-AccountNumber
    MOVE WS-ROLL-PERIOD TO GB-Period
    READ GlBalanceFile
        INVALID KEY
            MOVE 0 TO GB-Debits
            MOVE 0 TO GB-Credits
            PERFORM ApplyClosingAmount
            WRITE GlBalanceRecord
                INVALID KEY
                    DISPLAY "GlPeriodClose: could not add closing "
                        "balance " GB-Key ", status = "
                        WS-BALANCE-STATUS
                    MOVE 16 TO RETURN-CODE
                    PERFORM LogRunEnd
                    STOP RUN
            END-WRITE
        NOT INVALID KEY
            PERFORM ApplyClosingAmount
            REWRITE GlBalanceRecord
                INVALID KEY
                    DISPLAY "GlPeriodClose: could not update closing "
                        "balance " GB-Key ", status = "
                        WS-BALANCE-STATUS
                    MOVE 16 TO RETURN-CODE
                    PERFORM LogRunEnd
                    STOP RUN
            END-REWRITE
    END-READ
    ADD 1 TO WS-ENTRIES-POSTED
    IF WS-POST-AMOUNT > 0
        ADD WS-POST-AMOUNT TO WS-DOLLARS-ROLLED
    END-IF.

ApplyClosingAmount.
    IF WS-POST-AMOUNT > 0
        ADD WS-POST-AMOUNT TO GB-Debits
    ELSE
        SUBTRACT WS-POST-AMOUNT FROM GB-Credits
    END-IF
    MOVE WS-RUN-DATE TO GB-LastPosted.

WriteControlTotals.
    IF WS-ENTRIES-POSTED = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "GlPeriodClose: error opening control file, status = "
            WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "GlPeriodClose" TO CT-Program-Id
    MOVE WS-RUN-DATE TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-ENTRIES-POSTED TO CT-RecordsWritten
    MOVE 0 TO CT-RecordsDeleted
    MOVE WS-DOLLARS-ROLLED TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "GlPeriodClose: error writing control record, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ControlFile.
