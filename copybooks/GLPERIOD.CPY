      *> GL period-control record, the single record in GLPERIOD.DAT.
      *> GlPeriodClose advances GP-LastClosed; GlPosting refuses any
      *> journal dated in that period or earlier, so the books of a
      *> closed month cannot move. GP-LastYearEnd is the last fiscal
      *> year whose revenue and expense were rolled to retained
      *> earnings.
       01  GlPeriodRecord.
           05  GP-LastClosed          PIC 9(6).
           05  GP-ClosedDate          PIC 9(8).
           05  GP-LastYearEnd         PIC 9(4).
