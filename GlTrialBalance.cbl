IDENTIFICATION DIVISION.
PROGRAM-ID. GlTrialBalance.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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

DATA DIVISION.
FILE SECTION.
FD GlBalanceFile.
COPY GLBAL.

FD GlAccountFile.
COPY GLACCT.

FD GlPeriodFile.
COPY GLPERIOD.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BALANCE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PERIOD-STATUS==.

01 WS-PERIOD-X PIC X(6).
01 WS-REPORT-PERIOD PIC 9(6).
01 WS-TODAY PIC 9(8).
01 WS-LAST-CLOSED PIC 9(6) VALUE 0.
01 WS-CHART-AVAILABLE PIC X VALUE 'N'.

01 WS-CURR-ACCOUNT PIC X(6).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-ACCOUNT-NAME PIC X(30).

*> Balance is everything posted through the report period, so
*> prior years' closing periods are in and revenue and expense
*> show only what has not yet been rolled to retained earnings.
01 WS-ACCT-PERIOD-NET PIC S9(11)V99.
01 WS-ACCT-BALANCE PIC S9(11)V99.
01 WS-DEBIT-BALANCE PIC S9(11)V99.
01 WS-CREDIT-BALANCE PIC S9(11)V99.

01 WS-TOT-DEBITS PIC S9(13)V99 VALUE 0.
01 WS-TOT-CREDITS PIC S9(13)V99 VALUE 0.
01 WS-TOT-PERIOD-NET PIC S9(13)V99 VALUE 0.
01 WS-ACCOUNT-COUNT PIC 9(5) VALUE 0.

01 WS-EDIT-NET PIC -(10)9.99.
01 WS-EDIT-DEBIT PIC Z(10)9.99.
01 WS-EDIT-CREDIT PIC Z(10)9.99.
01 WS-EDIT-TOT-DEBIT PIC Z(12)9.99.
01 WS-EDIT-TOT-CREDIT PIC Z(12)9.99.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GlTrialBal".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    DISPLAY "Period (YYYYMM, blank = current month): "
        WITH NO ADVANCING
    ACCEPT WS-PERIOD-X
    IF WS-PERIOD-X = SPACES
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE WS-TODAY (1:6) TO WS-REPORT-PERIOD
    ELSE
        MOVE WS-PERIOD-X TO WS-REPORT-PERIOD
    END-IF

    OPEN INPUT GlPeriodFile
    IF WS-PERIOD-STATUS-OK
        READ GlPeriodFile
            AT END
                CONTINUE
            NOT AT END
                MOVE GP-LastClosed TO WS-LAST-CLOSED
        END-READ
        CLOSE GlPeriodFile
    END-IF

    OPEN INPUT GlBalanceFile
    IF WS-BALANCE-STATUS-FILE-NOT-FOUND
        DISPLAY "GlTrialBalance: nothing posted to the ledger yet."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-BALANCE-STATUS-OK
        DISPLAY "GlTrialBalance: error opening balance file, "
            "status = " WS-BALANCE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    OPEN INPUT GlAccountFile
    IF WS-ACCOUNT-STATUS-OK
        MOVE 'Y' TO WS-CHART-AVAILABLE
    END-IF

    DISPLAY " "
    DISPLAY "General Ledger Trial Balance          Period: "
        WS-REPORT-PERIOD
    IF WS-REPORT-PERIOD NOT > WS-LAST-CLOSED
        DISPLAY "(period is closed)"
    ELSE
        DISPLAY "(period is open; balances may still move)"
    END-IF
    DISPLAY "------------------------------------------------------------"
        "------------------"
    DISPLAY "Account Description                  Period Activity"
        "         Debit        Credit"
    DISPLAY "------------------------------------------------------------"
        "------------------"

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ GlBalanceFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateBalance
        END-READ
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintAccountLine
    END-IF
    CLOSE GlBalanceFile
    IF WS-CHART-AVAILABLE = 'Y'
        CLOSE GlAccountFile
    END-IF

    MOVE WS-TOT-PERIOD-NET TO WS-EDIT-NET
    MOVE WS-TOT-DEBITS TO WS-EDIT-TOT-DEBIT
    MOVE WS-TOT-CREDITS TO WS-EDIT-TOT-CREDIT
    DISPLAY "------------------------------------------------------------"
        "------------------"
    DISPLAY "TOTALS (" WS-ACCOUNT-COUNT " accounts)          "
        WS-EDIT-NET WS-EDIT-TOT-DEBIT WS-EDIT-TOT-CREDIT
    IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
        DISPLAY "*** TRIAL BALANCE IS OUT OF BALANCE ***"
        MOVE 12 TO RETURN-CODE
    ELSE
        DISPLAY "Trial balance is in balance."
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

*> The key runs account then period, so each account's periods
*> arrive together and in date order.
AccumulateBalance.
    IF WS-FIRST-RECORD = 'N'
        AND GB-AccountNumber NOT = WS-CURR-ACCOUNT
        PERFORM PrintAccountLine
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE GB-AccountNumber TO WS-CURR-ACCOUNT
        MOVE 0 TO WS-ACCT-PERIOD-NET
        MOVE 0 TO WS-ACCT-BALANCE
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    IF GB-Period > WS-REPORT-PERIOD
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ACCT-BALANCE = WS-ACCT-BALANCE + GB-Debits - GB-Credits
    IF GB-Period = WS-REPORT-PERIOD
        COMPUTE WS-ACCT-PERIOD-NET = WS-ACCT-PERIOD-NET
            + GB-Debits - GB-Credits
    END-IF.

PrintAccountLine.
    IF WS-ACCT-BALANCE = 0 AND WS-ACCT-PERIOD-NET = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "(NOT ON CHART OF ACCOUNTS)" TO WS-ACCOUNT-NAME
    IF WS-CHART-AVAILABLE = 'Y'
        MOVE WS-CURR-ACCOUNT TO GA-AccountNumber
        READ GlAccountFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE GA-Description TO WS-ACCOUNT-NAME
        END-READ
    END-IF
    IF WS-ACCT-BALANCE >= 0
        MOVE WS-ACCT-BALANCE TO WS-DEBIT-BALANCE
        MOVE 0 TO WS-CREDIT-BALANCE
    ELSE
        MOVE 0 TO WS-DEBIT-BALANCE
        COMPUTE WS-CREDIT-BALANCE = 0 - WS-ACCT-BALANCE
    END-IF
    ADD WS-DEBIT-BALANCE TO WS-TOT-DEBITS
    ADD WS-CREDIT-BALANCE TO WS-TOT-CREDITS
    ADD WS-ACCT-PERIOD-NET TO WS-TOT-PERIOD-NET
    ADD 1 TO WS-ACCOUNT-COUNT

    MOVE WS-ACCT-PERIOD-NET TO WS-EDIT-NET
    MOVE WS-DEBIT-BALANCE TO WS-EDIT-DEBIT
    MOVE WS-CREDIT-BALANCE TO WS-EDIT-CREDIT
    DISPLAY WS-CURR-ACCOUNT "  " WS-ACCOUNT-NAME (1:26) " "
        WS-EDIT-NET " " WS-EDIT-DEBIT " " WS-EDIT-CREDIT.
