      *> Vendor invoice line (accounts payable), keyed by vendor,
      *> the vendor's own invoice number, and line. VendorInvoiceEntry
      *> writes one per invoice line after matching it three ways
      *> against the PO line (ordered, received, and billed): a line
      *> within tolerance goes straight to payable, a mismatch is
      *> written as an exception and queued for the buyer. The weekly
      *> check run pays payable lines by due date and stamps the check.
       01  ApInvoiceRecord.
           05  AP-Key.
               10  AP-VendorNumber    PIC X(6).
               10  AP-InvoiceNumber   PIC X(12).
               10  AP-LineNumber      PIC 99.
           05  AP-InvoiceDate         PIC 9(8).
           05  AP-DueDate             PIC 9(8).
           05  AP-PoNumber            PIC 9(8).
           05  AP-PoLineNumber        PIC 99.
           05  AP-ItemCode            PIC X(10).
           05  AP-Quantity            PIC 9(5).
           05  AP-UnitCost            PIC 999V99.
           05  AP-Amount              PIC S9(7)V99.
           05  AP-Status              PIC X.
               88  AP-Payable             VALUE 'P'.
               88  AP-Exception           VALUE 'E'.
               88  AP-Paid                VALUE 'D'.
               88  AP-Rejected            VALUE 'R'.
      *> Check that paid the line and the date it was cut; zero until
      *> the check run pays it.
           05  AP-CheckNumber         PIC 9(8).
           05  AP-PaidDate            PIC 9(8).
