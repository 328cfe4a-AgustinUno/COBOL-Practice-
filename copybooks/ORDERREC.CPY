      *> Multiple lines share the same OM-OrderNumber. Returns are
      *> carried as credit lines on the original order number with
      *> negative quantity and total, so every accumulation over
      *> this file nets sales and returns. Orders keyed, imported,
      *> generated, or released from backorder or credit hold reach
      *> this file only when WarehouseShipping confirms the
      *> shipment: the lines carry the quantities that actually
      *> shipped and OM-OrderDate is the ship (invoice) date.
       01  OrderRecord.
           05  OM-OrderNumber         PIC 9(16).
           05  OM-OrderDate           PIC 9(8).
      *> carry the original line's code so returns net against the
      *> seller in the commission run. HSE = house (no salesperson).
           05  OM-Salesperson         PIC X(3).
      *> Item average cost in effect when the line was sold (from
      *> IM-AvgCost). Credit lines carry the original line's cost so
      *> a return backs out the cost of goods it reversed.
           05  OM-UnitCost            PIC 999V99.
      *> Where the unit price came from: C = a customer or price-group
      *> contract, L (or blank, on older lines) = the list price in
      *> effect on the order date. Invoices flag contract lines.
           05  OM-PriceSource         PIC X.
               88  OM-Contract-Price      VALUE 'C'.
               88  OM-List-Price          VALUE 'L' ' '.
      *> E = billed tax-exempt under the customer's certificate;
      *> T (or blank) = taxed. Credit lines carry the original
      *> line's status, so downstream tax (journal, register,
      *> reprints) follows what the invoice actually charged.
           05  OM-TaxStatus           PIC X.
               88  OM-Tax-Exempt          VALUE 'E'.
               88  OM-Taxable             VALUE 'T' ' '.
      *> Warehouse the line shipped from, and the one a return on
      *> the line goes back into. Blank on older lines = main (01).
           05  OM-Warehouse           PIC X(2).
