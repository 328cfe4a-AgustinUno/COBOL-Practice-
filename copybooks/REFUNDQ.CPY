      *> Refund candidate, one per customer, written to REFUNDQ.DAT
      *> by RefundRun for every customer whose open items net to a
      *> credit (unapplied cash, credit memos from returns). The
      *> amount is the credit as a positive figure. RefundReview
      *> works the queue: approve cuts the cheque, decline drops the
      *> entry, skip leaves it for the next review.
       01  RefundQueueRecord.
           05  RQ-CustomerNumber      PIC X(10).
           05  RQ-CreditAmount        PIC S9(7)V99.
           05  RQ-CreditItems         PIC 9(3).
           05  RQ-OldestCreditDate    PIC 9(8).
           05  RQ-QueuedDate          PIC 9(8).
