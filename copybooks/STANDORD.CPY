      *> Standing (recurring) order, STANDORD.DAT, keyed by customer
      *> and a standing-order number so one customer can hold several
      *> (weekly classroom supplies, monthly office paper). Kept by
      *> the order desk in StandingOrderMaintenance; the nightly
      *> StandingOrderRun turns each one due on the run date into a
      *> priced, taxed order and rolls SD-NextRunDate forward.
       01  StandingOrderRecord.
           05  SD-Key.
               10  SD-CustomerNumber  PIC X(10).
               10  SD-StandingNo      PIC 99.
           05  SD-Description         PIC X(30).
      *> W weekly, B every two weeks, M monthly, Q quarterly.
           05  SD-Frequency           PIC X.
               88  SD-Weekly              VALUE 'W'.
               88  SD-Biweekly            VALUE 'B'.
               88  SD-Monthly             VALUE 'M'.
               88  SD-Quarterly           VALUE 'Q'.
               88  SD-Valid-Frequency     VALUE 'W' 'B' 'M' 'Q'.
           05  SD-NextRunDate         PIC 9(8).
      *> Day of the month the order was scheduled for. Monthly and
      *> quarterly runs come back to it after a short month.
           05  SD-RunDay              PIC 99.
      *> Last date an order may be generated; zero = open-ended. A
      *> standing order rolled past its end date is marked ended.
           05  SD-EndDate             PIC 9(8).
           05  SD-Status              PIC X.
               88  SD-Active              VALUE 'A'.
               88  SD-Suspended           VALUE 'S'.
               88  SD-Ended               VALUE 'E'.
      *> Blank ship-to = the bill-to address; blank warehouse = 01.
           05  SD-ShipToCode          PIC X(4).
           05  SD-Warehouse           PIC X(2).
           05  SD-Salesperson         PIC X(3).
           05  SD-LastRunDate         PIC 9(8).
           05  SD-LastOrderNumber     PIC 9(16).
           05  SD-AddedDate           PIC 9(8).
           05  SD-LineCount           PIC 99.
           05  SD-Line OCCURS 20 TIMES.
               10  SD-ItemCode        PIC X(10).
               10  SD-Quantity        PIC 999.
