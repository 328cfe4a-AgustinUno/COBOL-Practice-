               88  PO-Line-Open           VALUE 'O'.
               88  PO-Line-Closed         VALUE 'C'.
               88  PO-Line-Short          VALUE 'S'.
      *> Quantity the vendor has billed against this line, rolled
      *> forward by VendorInvoiceEntry as invoice lines are approved
      *> for payment, so received goods are never paid for twice.
           05  PO-QtyInvoiced         PIC 9(5).
      *> Warehouse the goods are to be received into; blank on
      *> older lines = main (01).
           05  PO-Warehouse           PIC X(2).
