      *> Stock by item and warehouse, ITEMWHSE.DAT, keyed by item +
      *> warehouse code. IM-QtyOnHand stays the company-wide total
      *> (valuation and purchasing advice work from it), so every
      *> program that moves stock in or out of a warehouse adjusts
      *> the warehouse quantity here and the Item Master total by
      *> the same amount.
      *> An item with no records here yet holds all its stock in the
      *> main warehouse, 01, under the Item Master figures; the first
      *> program to touch the item's warehouse stock writes the 01
      *> record from IM-QtyOnHand, IM-ReorderPoint and IM-Location.
       01  ItemWarehouseRecord.
           05  IW-Key.
               10  IW-ItemCode        PIC X(10).
               10  IW-Warehouse       PIC X(2).
      *> Signed, as IM-QtyOnHand: an authorized oversell drives the
      *> ship-from warehouse negative.
           05  IW-QtyOnHand           PIC S9(5).
           05  IW-ReorderPoint        PIC 9(5).
      *> Bin the item is picked from in this warehouse.
           05  IW-Location            PIC X(8).
