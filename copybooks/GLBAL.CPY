      *> General-ledger account balance, one record per account per
      *> fiscal period, keyed account-then-period so one account's
      *> history reads in date order. GlPosting carries the nightly
      *> journal into it; the trial balance and the financial
      *> statements are built from it. Fiscal periods are calendar
      *> months (YYYYMM); period YYYY13 holds the year-end closing
      *> entries that roll revenue and expense into retained
      *> earnings, so month 12 still reports its own activity.
       01  GlBalanceRecord.
           05  GB-Key.
               10  GB-AccountNumber   PIC X(6).
               10  GB-Period          PIC 9(6).
           05  GB-Debits              PIC S9(11)V99.
           05  GB-Credits             PIC S9(11)V99.
           05  GB-LastPosted          PIC 9(8).
