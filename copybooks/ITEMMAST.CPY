      *> until the receiving run catches up.
           05  IM-QtyOnHand           PIC S9(5).
           05  IM-ReorderPoint        PIC 9(5).
      *> Running weighted-average unit cost. Receiving re-averages it
      *> on every receipt from PO-UnitCost; the order programs copy
      *> it onto each Order Master line as the cost of the goods sold.
           05  IM-AvgCost             PIC 999V99.
      *> Warehouse bin the item is picked from; pick tickets print
      *> each order's lines in location order.
           05  IM-Location            PIC X(8).
