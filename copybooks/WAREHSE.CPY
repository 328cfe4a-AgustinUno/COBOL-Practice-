      *> Warehouse master, WAREHSE.DAT, keyed by a two-character
      *> warehouse code and maintained from ItemMaintenance. Code 01
      *> is the main warehouse: orders ship from it, purchase orders
      *> are received into it and counts are taken in it unless
      *> another warehouse is named. Until the file is set up, 01 is
      *> the only warehouse.
       01  WarehouseRecord.
           05  WH-Code                PIC X(2).
           05  WH-Name                PIC X(30).
           05  WH-AddedDate           PIC 9(8).
