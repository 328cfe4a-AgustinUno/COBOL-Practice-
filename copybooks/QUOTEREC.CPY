      *> Sales quotation line, QUOTES.DAT. One record per item quoted;
      *> the lines of a quote share QT-QuoteNumber. The front of the
      *> record mirrors the Order Master detail line and is priced
      *> the same way (effective price, quantity-break discount), so
      *> a converted quote becomes order lines at the quoted prices.
      *> Written and converted by OrderingSystem; QuoteReport
      *> measures the hit rate by salesperson.
       01  QuoteRecord.
           05  QT-QuoteNumber         PIC 9(16).
           05  QT-QuoteDate           PIC 9(8).
           05  QT-CustomerNumber      PIC X(10).
           05  QT-LineNumber          PIC 99.
           05  QT-ItemCode            PIC X(10).
           05  QT-Quantity            PIC S999.
           05  QT-Price               PIC 999V99.
           05  QT-TotalCost           PIC S9(6)V99.
           05  QT-Salesperson         PIC X(3).
           05  QT-UnitCost            PIC 999V99.
      *> Last day the quoted prices hold. An open quote past this
      *> date is expired and can no longer be converted.
           05  QT-ExpiryDate          PIC 9(8).
           05  QT-Status              PIC X.
               88  QT-Open                VALUE 'O'.
               88  QT-Converted           VALUE 'C'.
      *> Order the quote became, and when.
           05  QT-OrderNumber         PIC 9(16).
           05  QT-ConvertDate         PIC 9(8).
           05  QT-PriceSource         PIC X.
               88  QT-Contract-Price      VALUE 'C'.
               88  QT-List-Price          VALUE 'L' ' '.
