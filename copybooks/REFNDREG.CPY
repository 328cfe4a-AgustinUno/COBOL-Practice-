      *> Customer refund register, one record per refund cheque,
      *> appended to REFUNDS.DAT by RefundReview when a supervisor
      *> approves the refund. The cheque number comes from the same
      *> CHECKNBR.DAT sequence the payables check run draws on.
       01  RefundRegisterRecord.
           05  RF-ChequeNumber        PIC 9(8).
           05  RF-CustomerNumber      PIC X(10).
           05  RF-RefundDate          PIC 9(8).
           05  RF-Amount              PIC S9(7)V99.
           05  RF-ItemsClosed         PIC 9(3).
           05  RF-ApprovedBy          PIC X(10).
