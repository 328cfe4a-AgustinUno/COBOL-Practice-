      *> Open (unshipped) order line, written by OrderingSystem when
      *> an order clears the credit check, by OrderImport and
      *> StandingOrderRun for the orders they build, by
      *> BackorderRelease when stock comes back, and by
      *> CreditHoldReview when a held order is released. The layout
      *> mirrors the Order Master detail line; the line moves to
      *> ORDERMST.DAT, and is invoiced, only when WarehouseShipping
      *> confirms what actually left the building. Stock was
      *> committed at entry, so a short shipment puts the
      *> difference back on hand.
       01  OpenOrderRecord.
           05  OO-OrderNumber         PIC 9(16).
           05  OO-OrderDate           PIC 9(8).
           05  OO-CustomerNumber      PIC X(10).
           05  OO-LineNumber          PIC 99.
           05  OO-ItemCode            PIC X(10).
           05  OO-Quantity            PIC S999.
           05  OO-Price               PIC 999V99.
           05  OO-TotalCost           PIC S9(6)V99.
           05  OO-Salesperson         PIC X(3).
           05  OO-UnitCost            PIC 999V99.
      *> Blank = ship to the bill-to address on the Customer Master.
           05  OO-ShipToCode          PIC X(4).
           05  OO-PickStatus          PIC X.
               88  OO-AwaitingTicket      VALUE 'N'.
               88  OO-TicketPrinted       VALUE 'P'.
           05  OO-PickDate            PIC 9(8).
           05  OO-PriceSource         PIC X.
               88  OO-Contract-Price      VALUE 'C'.
               88  OO-List-Price          VALUE 'L' ' '.
      *> Warehouse the order ships from; stock was committed there.
           05  OO-Warehouse           PIC X(2).
