      *> Contract price record, CONTRACT.DAT, keyed by account +
      *> item + start date. The account is either one customer
      *> (CP-For-Customer, CP-Account = customer number) or a price
      *> group (CP-For-Group, CP-Account = CM-PriceGroup). Order
      *> pricing takes the customer's own contract in force on the
      *> order date, then the group's, then the effective-dated list
      *> price. Maintained through ContractMaintenance.
       01  ContractPriceRecord.
           05  CP-Key.
               10  CP-AccountType     PIC X.
                   88  CP-For-Customer    VALUE 'C'.
                   88  CP-For-Group       VALUE 'G'.
               10  CP-Account         PIC X(10).
               10  CP-ItemCode        PIC X(10).
               10  CP-StartDate       PIC 9(8).
      *> Last day the contract price holds.
           05  CP-EndDate             PIC 9(8).
           05  CP-Price               PIC 999V99.
           05  CP-EnteredDate         PIC 9(8).
