      *> maintained through GlAccountMaintenance. GA-Usage tells the
      *> journal run which account plays which role when it builds
      *> the balanced entries: 'R' accounts receivable, 'S' sales,
      *> 'T' sales tax payable, 'E' retained earnings (where the
      *> year-end close rolls revenue and expense), 'B' bad-debt
      *> expense (charged when collections writes an account off),
      *> 'C' cash (credited when a customer refund cheque is cut);
      *> anything else is carried for finance's reference only.
       01  GlAccountRecord.
           05  GA-AccountNumber       PIC X(6).
           05  GA-Description         PIC X(30).
               88  GA-Usage-AR            VALUE 'R'.
               88  GA-Usage-Sales         VALUE 'S'.
               88  GA-Usage-TaxPayable    VALUE 'T'.
               88  GA-Usage-RetainedEarn  VALUE 'E'.
               88  GA-Usage-BadDebt       VALUE 'B'.
               88  GA-Usage-Cash          VALUE 'C'.
               88  GA-Usage-Other         VALUE ' ' 'O'.
      *> Statement class: which side of the balance sheet or income
      *> statement the account reports on. Accounts set up before the
      *> class was carried are classed from their usage code.
           05  GA-AccountType         PIC X.
               88  GA-Type-Asset          VALUE 'A'.
               88  GA-Type-Liability      VALUE 'L'.
               88  GA-Type-Equity         VALUE 'Q'.
               88  GA-Type-Revenue        VALUE 'I'.
               88  GA-Type-Expense        VALUE 'X'.
               88  GA-Type-Valid          VALUE 'A' 'L' 'Q' 'I' 'X'.
