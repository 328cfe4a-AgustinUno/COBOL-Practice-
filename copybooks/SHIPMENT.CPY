      *> Shipment register: one record per confirmed shipment,
      *> written by WarehouseShipping when the warehouse keys what
      *> left the building. The order number is also the invoice
      *> number and the open-item key, so customer service can go
      *> from an invoice to the carrier and tracking reference.
       01  ShipmentRecord.
           05  SR-OrderNumber         PIC 9(16).
           05  SR-ShipDate            PIC 9(8).
           05  SR-CustomerNumber      PIC X(10).
           05  SR-ShipToCode          PIC X(4).
           05  SR-Carrier             PIC X(15).
           05  SR-TrackingRef         PIC X(30).
           05  SR-LinesShipped        PIC 99.
           05  SR-LinesShort          PIC 99.
           05  SR-InvoiceTotal        PIC S9(7)V99.
