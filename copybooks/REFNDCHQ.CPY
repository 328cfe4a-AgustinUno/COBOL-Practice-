      *> Refund cheque print record, one per approved refund,
      *> written to REFCHQ.DAT for the cheque printer: payee name
      *> and mailing address off the Customer Master at the time
      *> the refund was approved.
       01  RefundChequeRecord.
           05  RK-ChequeNumber        PIC 9(8).
           05  RK-ChequeDate          PIC 9(8).
           05  RK-Amount              PIC 9(7)V99.
           05  RK-CustomerNumber      PIC X(10).
           05  RK-PayeeName           PIC X(30).
           05  RK-Address             PIC X(30).
           05  RK-City                PIC X(20).
           05  RK-State               PIC XX.
           05  RK-Zip                 PIC X(10).
