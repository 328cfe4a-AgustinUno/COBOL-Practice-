      *> Collector contact history, appended to COLLNOTE.DAT by
      *> CollectionsWorklist: every call, promise, and write-off
      *> against a customer, in the order it happened. The worklist
      *> entry carries only the latest; this is the full trail.
       01  CollectionNoteRecord.
           05  CN-CustomerNumber      PIC X(10).
           05  CN-NoteDate            PIC 9(8).
           05  CN-NoteTime            PIC 9(8).
           05  CN-NoteType            PIC X.
               88  CN-Type-Contact        VALUE 'C'.
               88  CN-Type-Promise        VALUE 'P'.
               88  CN-Type-WriteOff       VALUE 'W'.
           05  CN-NoteText            PIC X(60).
           05  CN-PromiseDate         PIC 9(8).
           05  CN-Amount              PIC S9(7)V99.
