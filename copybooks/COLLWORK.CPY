      *> Collector worklist entry, one per customer, keyed by
      *> customer number. CollectionsRun refreshes the aging figures
      *> and dunning level from OPENITEM.DAT each time it runs and
      *> clears the entry once nothing is past due; the collectors
      *> keep the contact and promise-to-pay fields current through
      *> CollectionsWorklist. A promise not yet due holds the next
      *> dunning letter back.
       01  CollectionWorkRecord.
           05  CW-CustomerNumber      PIC X(10).
           05  CW-OldestInvoiceDate   PIC 9(8).
           05  CW-OldestAgeDays       PIC 9(5).
           05  CW-OpenBalance         PIC S9(7)V99.
           05  CW-PastDueAmount       PIC S9(7)V99.
           05  CW-DunningLevel        PIC X.
               88  CW-Dun-None            VALUE ' ' '0'.
               88  CW-Dun-Reminder        VALUE '1'.
               88  CW-Dun-FirmNotice      VALUE '2'.
               88  CW-Dun-FinalDemand     VALUE '3'.
           05  CW-LastLetterDate      PIC 9(8).
           05  CW-RefreshDate         PIC 9(8).
           05  CW-Status              PIC X.
               88  CW-Active              VALUE 'A'.
               88  CW-Cleared             VALUE 'C'.
               88  CW-WrittenOff          VALUE 'W'.
           05  CW-LastContactDate     PIC 9(8).
           05  CW-LastContactNote     PIC X(60).
           05  CW-PromiseDate         PIC 9(8).
           05  CW-PromiseAmount       PIC S9(7)V99.
