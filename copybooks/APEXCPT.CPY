      *> Three-way-match exception, queued by VendorInvoiceEntry when
      *> an invoice line does not agree with its PO line. The buyer
      *> works the queue from the same program: approve makes the
      *> invoice line payable, reject closes it unpaid, and both are
      *> audit-logged; lines not yet decided are rewritten in place.
       01  ApExceptionRecord.
           05  AX-VendorNumber        PIC X(6).
           05  AX-InvoiceNumber       PIC X(12).
           05  AX-LineNumber          PIC 99.
           05  AX-PoNumber            PIC 9(8).
           05  AX-PoLineNumber        PIC 99.
           05  AX-ItemCode            PIC X(10).
           05  AX-ReasonCode          PIC XX.
           05  AX-ReasonText          PIC X(24).
      *> What the invoice billed against what the PO line supports:
      *> received-but-unbilled quantity and the PO unit cost.
           05  AX-InvQuantity         PIC 9(5).
           05  AX-InvUnitCost         PIC 999V99.
           05  AX-PoQuantity          PIC 9(5).
           05  AX-PoUnitCost          PIC 999V99.
           05  AX-QueuedDate          PIC 9(8).
