IDENTIFICATION DIVISION.
PROGRAM-ID. GlStatements.

*> Income statement and balance sheet off the posted ledger,
*> classed by the chart of accounts. The income statement shows
*> the period and the fiscal year to date; the balance sheet is
*> as of the period end, with revenue and expense not yet rolled
*> to retained earnings carried as current-year earnings so the
*> sheet balances every month, not just after the year-end close.

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

DATA DIVISION.
FILE SECTION.
FD GlBalanceFile.
COPY GLBAL.

FD GlAccountFile.
COPY GLACCT.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BALANCE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.

01 WS-PERIOD-X PIC X(6).
01 WS-REPORT-PERIOD PIC 9(6).
01 WS-YEAR-START PIC 9(6).
01 WS-TODAY PIC 9(8).

01 WS-CURR-ACCOUNT PIC X(6).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-PERIOD-NET PIC S9(11)V99.
01 WS-YTD-NET PIC S9(11)V99.
01 WS-CUM-NET PIC S9(11)V99.

*> Every account with ledger activity, with its class and its
*> three debit-less-credit figures, held for the section prints.
01 WS-ACCOUNT-TABLE.
   05 WS-ACCT-ENTRY OCCURS 500 TIMES.
      10 WS-AT-ACCOUNT PIC X(6).
      10 WS-AT-NAME    PIC X(30).
      10 WS-AT-CLASS   PIC X.
      10 WS-AT-PERIOD  PIC S9(11)V99.
      10 WS-AT-YTD     PIC S9(11)V99.
      10 WS-AT-CUM     PIC S9(11)V99.
01 WS-ACCT-COUNT PIC 999 VALUE 0.
01 WS-ACCT-IDX PIC 999.
01 WS-MAX-ACCOUNTS PIC 999 VALUE 500.

01 WS-CLASS PIC X.
01 WS-SECTION-CLASS PIC X.
01 WS-SIGN PIC S9 VALUE 1.
01 WS-LINE-PERIOD PIC S9(11)V99.
01 WS-LINE-YTD PIC S9(11)V99.
01 WS-SECTION-PERIOD PIC S9(13)V99.
01 WS-SECTION-YTD PIC S9(13)V99.

01 WS-REVENUE-PERIOD PIC S9(13)V99.
01 WS-REVENUE-YTD PIC S9(13)V99.
01 WS-EXPENSE-PERIOD PIC S9(13)V99.
01 WS-EXPENSE-YTD PIC S9(13)V99.
01 WS-TOTAL-ASSETS PIC S9(13)V99.
01 WS-TOTAL-LIABILITIES PIC S9(13)V99.
01 WS-TOTAL-EQUITY PIC S9(13)V99.
01 WS-CURRENT-EARNINGS PIC S9(13)V99 VALUE 0.
01 WS-UNCLASSED-COUNT PIC 999 VALUE 0.

01 WS-EDIT-PERIOD PIC -(11)9.99.
01 WS-EDIT-YTD PIC -(11)9.99.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GlStatements".
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
    COMPUTE WS-YEAR-START = (WS-REPORT-PERIOD / 100) * 100 + 1

    OPEN INPUT GlBalanceFile
    IF WS-BALANCE-STATUS-FILE-NOT-FOUND
        DISPLAY "GlStatements: nothing posted to the ledger yet."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-BALANCE-STATUS-OK
        DISPLAY "GlStatements: error opening balance file, status = "
            WS-BALANCE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    OPEN INPUT GlAccountFile
    IF NOT WS-ACCOUNT-STATUS-OK
        DISPLAY "GlStatements: error opening chart of accounts, "
            "status = " WS-ACCOUNT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ GlBalanceFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateBalance
        END-READ
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM StoreAccount
    END-IF
    CLOSE GlBalanceFile
    CLOSE GlAccountFile

    PERFORM PrintIncomeStatement
    PERFORM PrintBalanceSheet
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

*> Year to date runs from period 01 of the report year through the
*> report period, so the year-end closing period (13) never counts
*> against the year's own earnings.
AccumulateBalance.
    IF WS-FIRST-RECORD = 'N'
        AND GB-AccountNumber NOT = WS-CURR-ACCOUNT
        PERFORM StoreAccount
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE GB-AccountNumber TO WS-CURR-ACCOUNT
        MOVE 0 TO WS-PERIOD-NET
        MOVE 0 TO WS-YTD-NET
        MOVE 0 TO WS-CUM-NET
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    IF GB-Period > WS-REPORT-PERIOD
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CUM-NET = WS-CUM-NET + GB-Debits - GB-Credits
    IF GB-Period >= WS-YEAR-START
        COMPUTE WS-YTD-NET = WS-YTD-NET + GB-Debits - GB-Credits
    END-IF
    IF GB-Period = WS-REPORT-PERIOD
        COMPUTE WS-PERIOD-NET = WS-PERIOD-NET + GB-Debits - GB-Credits
    END-IF.

StoreAccount.
    IF WS-ACCT-COUNT >= WS-MAX-ACCOUNTS
        DISPLAY "GlStatements: more than " WS-MAX-ACCOUNTS
            " accounts with activity; account " WS-CURR-ACCOUNT
            " not reported."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ACCT-COUNT
    MOVE WS-CURR-ACCOUNT TO WS-AT-ACCOUNT (WS-ACCT-COUNT)
    MOVE WS-PERIOD-NET TO WS-AT-PERIOD (WS-ACCT-COUNT)
    MOVE WS-YTD-NET TO WS-AT-YTD (WS-ACCT-COUNT)
    MOVE WS-CUM-NET TO WS-AT-CUM (WS-ACCT-COUNT)
    MOVE WS-CURR-ACCOUNT TO GA-AccountNumber
    READ GlAccountFile
        INVALID KEY
            MOVE "(NOT ON CHART OF ACCOUNTS)"
                TO WS-AT-NAME (WS-ACCT-COUNT)
            MOVE SPACE TO WS-CLASS
        NOT INVALID KEY
            MOVE GA-Description TO WS-AT-NAME (WS-ACCT-COUNT)
            PERFORM ClassifyAccount
    END-READ
    MOVE WS-CLASS TO WS-AT-CLASS (WS-ACCT-COUNT)
    IF WS-CLASS = 'I' OR WS-CLASS = 'X'
        COMPUTE WS-CURRENT-EARNINGS = WS-CURRENT-EARNINGS - WS-CUM-NET
    END-IF.

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

*> ------------------------------------------------------------------
*> Income statement: revenue shown credit-positive, expense
*> debit-positive, for the period and the year to date.
*> ------------------------------------------------------------------
PrintIncomeStatement.
    DISPLAY " "
    DISPLAY "ACME MAIL ORDER COMPANY - INCOME STATEMENT     Period: "
        WS-REPORT-PERIOD
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "Account Description                          This Period"
        "    Year To Date"
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "REVENUE"
    MOVE 'I' TO WS-SECTION-CLASS
    MOVE -1 TO WS-SIGN
    PERFORM PrintIncomeSection
    MOVE WS-SECTION-PERIOD TO WS-REVENUE-PERIOD
    MOVE WS-SECTION-YTD TO WS-REVENUE-YTD
    MOVE WS-REVENUE-PERIOD TO WS-EDIT-PERIOD
    MOVE WS-REVENUE-YTD TO WS-EDIT-YTD
    DISPLAY "  Total Revenue                          "
        WS-EDIT-PERIOD " " WS-EDIT-YTD

    DISPLAY "EXPENSES"
    MOVE 'X' TO WS-SECTION-CLASS
    MOVE 1 TO WS-SIGN
    PERFORM PrintIncomeSection
    MOVE WS-SECTION-PERIOD TO WS-EXPENSE-PERIOD
    MOVE WS-SECTION-YTD TO WS-EXPENSE-YTD
    MOVE WS-EXPENSE-PERIOD TO WS-EDIT-PERIOD
    MOVE WS-EXPENSE-YTD TO WS-EDIT-YTD
    DISPLAY "  Total Expenses                         "
        WS-EDIT-PERIOD " " WS-EDIT-YTD

    COMPUTE WS-LINE-PERIOD = WS-REVENUE-PERIOD - WS-EXPENSE-PERIOD
    COMPUTE WS-LINE-YTD = WS-REVENUE-YTD - WS-EXPENSE-YTD
    MOVE WS-LINE-PERIOD TO WS-EDIT-PERIOD
    MOVE WS-LINE-YTD TO WS-EDIT-YTD
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "NET INCOME                               "
        WS-EDIT-PERIOD " " WS-EDIT-YTD.

PrintIncomeSection.
    MOVE 0 TO WS-SECTION-PERIOD
    MOVE 0 TO WS-SECTION-YTD
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        IF WS-AT-CLASS (WS-ACCT-IDX) = WS-SECTION-CLASS
            COMPUTE WS-LINE-PERIOD =
                WS-AT-PERIOD (WS-ACCT-IDX) * WS-SIGN
            COMPUTE WS-LINE-YTD = WS-AT-YTD (WS-ACCT-IDX) * WS-SIGN
            ADD WS-LINE-PERIOD TO WS-SECTION-PERIOD
            ADD WS-LINE-YTD TO WS-SECTION-YTD
            IF WS-LINE-PERIOD NOT = 0 OR WS-LINE-YTD NOT = 0
                MOVE WS-LINE-PERIOD TO WS-EDIT-PERIOD
                MOVE WS-LINE-YTD TO WS-EDIT-YTD
                DISPLAY "  " WS-AT-ACCOUNT (WS-ACCT-IDX) " "
                    WS-AT-NAME (WS-ACCT-IDX) " "
                    WS-EDIT-PERIOD " " WS-EDIT-YTD
            END-IF
        END-IF
    END-PERFORM.

*> ------------------------------------------------------------------
*> Balance sheet as of the period end: assets debit-positive,
*> liabilities and equity credit-positive.
*> ------------------------------------------------------------------
PrintBalanceSheet.
    DISPLAY " "
    DISPLAY "ACME MAIL ORDER COMPANY - BALANCE SHEET        Period: "
        WS-REPORT-PERIOD
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "ASSETS"
    MOVE 'A' TO WS-SECTION-CLASS
    MOVE 1 TO WS-SIGN
    PERFORM PrintBalanceSection
    MOVE WS-SECTION-PERIOD TO WS-TOTAL-ASSETS
    MOVE WS-TOTAL-ASSETS TO WS-EDIT-YTD
    DISPLAY "  Total Assets                                        "
        WS-EDIT-YTD

    DISPLAY "LIABILITIES"
    MOVE 'L' TO WS-SECTION-CLASS
    MOVE -1 TO WS-SIGN
    PERFORM PrintBalanceSection
    MOVE WS-SECTION-PERIOD TO WS-TOTAL-LIABILITIES
    MOVE WS-TOTAL-LIABILITIES TO WS-EDIT-YTD
    DISPLAY "  Total Liabilities                                   "
        WS-EDIT-YTD

    DISPLAY "EQUITY"
    MOVE 'Q' TO WS-SECTION-CLASS
    PERFORM PrintBalanceSection
    MOVE WS-CURRENT-EARNINGS TO WS-EDIT-YTD
    DISPLAY "  Current earnings (not yet closed)                   "
        WS-EDIT-YTD
    COMPUTE WS-TOTAL-EQUITY = WS-SECTION-PERIOD + WS-CURRENT-EARNINGS
    MOVE WS-TOTAL-EQUITY TO WS-EDIT-YTD
    DISPLAY "  Total Equity                                        "
        WS-EDIT-YTD

    COMPUTE WS-LINE-YTD = WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY
    MOVE WS-LINE-YTD TO WS-EDIT-YTD
    DISPLAY "------------------------------------------------------------"
        "--------------"
    DISPLAY "TOTAL LIABILITIES AND EQUITY                          "
        WS-EDIT-YTD

    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        IF WS-AT-CLASS (WS-ACCT-IDX) = SPACE
            AND WS-AT-CUM (WS-ACCT-IDX) NOT = 0
            IF WS-UNCLASSED-COUNT = 0
                DISPLAY " "
                DISPLAY "Accounts with no statement class "
                    "(set the class in GlAccountMaintenance):"
            END-IF
            ADD 1 TO WS-UNCLASSED-COUNT
            MOVE WS-AT-CUM (WS-ACCT-IDX) TO WS-EDIT-YTD
            DISPLAY "  " WS-AT-ACCOUNT (WS-ACCT-IDX) " "
                WS-AT-NAME (WS-ACCT-IDX) "                "
                WS-EDIT-YTD
        END-IF
    END-PERFORM

    IF WS-TOTAL-ASSETS NOT = WS-LINE-YTD
        DISPLAY "*** BALANCE SHEET DOES NOT BALANCE ***"
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-UNCLASSED-COUNT > 0 AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> Balance-sheet sections reuse WS-SECTION-PERIOD as the section
*> total; the figure is the cumulative balance at period end.
PrintBalanceSection.
    MOVE 0 TO WS-SECTION-PERIOD
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        IF WS-AT-CLASS (WS-ACCT-IDX) = WS-SECTION-CLASS
            COMPUTE WS-LINE-YTD = WS-AT-CUM (WS-ACCT-IDX) * WS-SIGN
            ADD WS-LINE-YTD TO WS-SECTION-PERIOD
            IF WS-LINE-YTD NOT = 0
                MOVE WS-LINE-YTD TO WS-EDIT-YTD
                DISPLAY "  " WS-AT-ACCOUNT (WS-ACCT-IDX) " "
                    WS-AT-NAME (WS-ACCT-IDX) "                "
                    WS-EDIT-YTD
            END-IF
        END-IF
    END-PERFORM.
