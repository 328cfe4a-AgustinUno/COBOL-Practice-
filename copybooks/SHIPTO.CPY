      *> Alternate ship-to address, keyed by customer + ship-to
      *> code. Customers with several locations keep one record per
      *> delivery point; the bill-to address stays on the Customer
      *> Master. Maintained through CustomerMaintenance and chosen
      *> on the order in OrderingSystem; a blank code on an order
      *> means ship to the bill-to address.
       01  ShipToRecord.
           05  SA-Key.
               10  SA-CustomerNumber  PIC X(10).
               10  SA-ShipToCode      PIC X(4).
           05  SA-Name                PIC X(30).
           05  SA-Address             PIC X(30).
           05  SA-City                PIC X(20).
           05  SA-State               PIC XX.
           05  SA-Zip                 PIC X(10).
           05  SA-Phone               PIC X(12).
