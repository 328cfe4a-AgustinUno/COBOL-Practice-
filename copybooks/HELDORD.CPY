      *> Held-order detail line, written by OrderingSystem (and the
      *> OrderImport and StandingOrderRun batch runs) when posting
      *> the order would push the customer past CM-CreditLimit. The
      *> layout mirrors the open-order line; HO-HoldDate records
      *> when the order went on hold. CreditHoldReview works the
      *> queue: release passes the lines to ORDOPEN.DAT, where
      *> WarehouseShipping picks, confirms and bills them like any
      *> other order; cancel drops them; both are audit-logged.
       01  HeldOrderRecord.
           05  HO-OrderNumber         PIC 9(16).
           05  HO-OrderDate           PIC 9(8).
           05  HO-TotalCost           PIC S9(6)V99.
           05  HO-HoldDate            PIC 9(8).
           05  HO-Salesperson         PIC X(3).
           05  HO-PriceSource         PIC X.
               88  HO-Contract-Price      VALUE 'C'.
               88  HO-List-Price          VALUE 'L' ' '.
      *> Ship-from warehouse; stock is committed there on release.
           05  HO-Warehouse           PIC X(2).
      *> Delivery address chosen when the order was taken; blank =
      *> ship to the bill-to address on the Customer Master.
           05  HO-ShipToCode          PIC X(4).
