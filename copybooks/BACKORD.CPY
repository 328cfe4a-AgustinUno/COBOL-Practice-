      *> wanted but stock is short. The file is append-order, so a
      *> straight read is oldest-first and the allocation run
      *> releases in that order as stock comes back. A released
      *> backorder becomes a one-line order on the open-order file,
      *> invoiced when the warehouse ships it; records still waiting
      *> are rewritten.
       01  BackorderRecord.
           05  BO-CustomerNumber      PIC X(10).
           05  BO-ItemCode            PIC X(10).
           05  BO-Quantity            PIC 999.
           05  BO-OrderDate           PIC 9(8).
           05  BO-Salesperson         PIC X(3).
      *> Warehouse the backorder is filled from; blank on older
      *> records = main (01).
           05  BO-Warehouse           PIC X(2).
