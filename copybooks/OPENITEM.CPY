      *> Open accounts-receivable item, keyed by invoice number (the
      *> order number the invoice was billed under). WarehouseShipping
      *> writes one when a shipment is billed; PaymentPosting
      *> applies cash to it by invoice number; ArAging and the
      *> statement run are driven off the open amounts
      *> (OI-OriginalAmount less OI-AmountPaid) instead of
      *> re-deriving invoices from the Order Master every night.
      *> OI-Type 'U' is the unapplied-cash bucket: a payment that
      *> matched no invoice, carried as a negative open amount.
      *> OI-Type 'A' is the part of a financial-aid award the
      *> student's tuition bill could not absorb, carried the same
      *> way so the refund run pays it out.
      *> OI-Status 'W' is an item collections wrote off as bad debt:
      *> closed like a paid item, but OI-AmountPaid still shows what
      *> was actually collected before the write-off.
       01  OpenItemRecord.
           05  OI-InvoiceNumber       PIC 9(16).
           05  OI-CustomerNumber      PIC X(10).
               88  OI-Type-Invoice        VALUE 'I'.
               88  OI-Type-FinanceChg     VALUE 'F'.
               88  OI-Type-Unapplied      VALUE 'U'.
               88  OI-Type-AidCredit      VALUE 'A'.
           05  OI-Status              PIC X.
               88  OI-Open                VALUE 'O'.
               88  OI-Paid                VALUE 'P'.
               88  OI-WrittenOff          VALUE 'W'.
               88  OI-Closed              VALUE 'P' 'W'.
