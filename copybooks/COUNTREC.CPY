      *> Cycle-count work record, keyed by warehouse + item + count-
      *> sheet date, so each warehouse is counted on its own sheet.
      *> CycleCount writes one per item when a day's count sheet is
      *> generated ('G', with the book quantity snapshotted), flips
      *> it to 'C' when the physical count is keyed, and to 'P' when
      *> the approved variance is posted to the warehouse stock - every
      *> posting leaves an audit record, so no quantity moves
      *> invisibly.
       01  CycleCountRecord.
           05  CC-Key.
               10  CC-Warehouse       PIC X(2).
               10  CC-ItemCode        PIC X(10).
               10  CC-SheetDate       PIC 9(8).
           05  CC-SnapshotQty         PIC S9(5).
