      *> Financial-aid award, AIDAWARD.DAT, keyed by student and term
      *> with the fund last, so a student can hold awards from more
      *> than one fund in a term. Keyed by the aid office through
      *> AidAwardMaintenance; AidDisbursement applies each pending
      *> award for the term to the student's open tuition items as a
      *> credit and takes it off CM-Balance. What the bill cannot
      *> absorb is left as a refundable credit on the account.
       01  AidAwardRecord.
      *> Fund codes are the aid office's own (PELL, ALUM, ...); the
      *> fund report totals each one for the budget reconciliation.
           05  AW-Key.
               10  AW-StudentNumber   PIC X(10).
               10  AW-Term            PIC X(6).
               10  AW-Fund            PIC X(4).
           05  AW-AwardType           PIC X.
               88  AW-Scholarship         VALUE 'S'.
               88  AW-Grant               VALUE 'G'.
               88  AW-Waiver              VALUE 'W'.
               88  AW-Loan                VALUE 'L'.
               88  AW-Valid-Type          VALUE 'S' 'G' 'W' 'L'.
           05  AW-Amount              PIC 9(7)V99.
           05  AW-EnteredDate         PIC 9(8).
      *> 'P' until the disbursement run has credited it. Only a
      *> pending award may be changed or withdrawn; once disbursed
      *> it is part of the student's account history.
           05  AW-Status              PIC X.
               88  AW-Pending             VALUE 'P'.
               88  AW-Disbursed           VALUE 'D'.
      *> Split of the disbursed amount: what went against tuition
      *> and what was left over as a refundable credit.
           05  AW-DisbursedDate       PIC 9(8).
           05  AW-AppliedAmount       PIC 9(7)V99.
           05  AW-CreditAmount        PIC 9(7)V99.
