      *> Student hold, STUHOLD.DAT, keyed by student number and hold
      *> type, so a student carries at most one hold of each kind.
      *> While any hold is on file CourseMaintenance refuses to
      *> enroll the student and StudentInfoProgram refuses the
      *> transcript, unless the registrar overrides (audit-logged).
      *> Placed and released by the bursar through HoldMaintenance;
      *> StudentHoldRun places financial holds each night for
      *> tuition open items past due.
       01  HoldRecord.
           05  SH-Key.
               10  SH-StudentNumber   PIC X(10).
               10  SH-HoldType        PIC X.
                   88  SH-Financial       VALUE 'F'.
                   88  SH-Academic        VALUE 'A'.
                   88  SH-Administrative  VALUE 'R'.
                   88  SH-Valid-Type      VALUE 'F' 'A' 'R'.
           05  SH-Reason              PIC X(40).
      *> Who placed it: the bursar's initials, or NIGHTLY for a hold
      *> the nightly run placed. Only NIGHTLY holds are lifted
      *> automatically once the student is no longer past due.
           05  SH-PlacedBy            PIC X(10).
           05  SH-PlacedDate          PIC 9(8).
      *> Past-due tuition as of the last nightly check, and the
      *> date of that check (financial holds placed by the run).
           05  SH-PastDueAmount       PIC S9(7)V99.
           05  SH-CheckedDate         PIC 9(8).
