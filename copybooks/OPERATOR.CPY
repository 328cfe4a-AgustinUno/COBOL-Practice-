      *> Operator master, OPERATOR.DAT, keyed by OP-UserId. SuiteMenu
      *> signs the operator on against it and shows only the menu
      *> options the role allows; operators are maintained from the
      *> menu's supervisor-only Operator Maintenance option.
       01  OperatorRecord.
           05  OP-UserId              PIC X(8).
           05  OP-Name                PIC X(30).
           05  OP-Password            PIC X(10).
      *> O = order desk, B = bursar, R = registrar, P = purchasing,
      *> S = supervisor. Credit-hold release, grade changes, price
      *> changes and the run-control override need a supervisor.
           05  OP-Role                PIC X.
               88  OP-OrderDesk           VALUE 'O'.
               88  OP-Bursar              VALUE 'B'.
               88  OP-Registrar           VALUE 'R'.
               88  OP-Purchasing          VALUE 'P'.
               88  OP-Supervisor          VALUE 'S'.
               88  OP-Valid-Role          VALUE 'O' 'B' 'R' 'P' 'S'.
      *> A = active, L = locked after repeated failed sign-ons (a
      *> supervisor resets the password to unlock), D = disabled.
           05  OP-Status              PIC X.
               88  OP-Active              VALUE 'A'.
               88  OP-Locked              VALUE 'L'.
               88  OP-Disabled            VALUE 'D'.
           05  OP-FailedSignOns       PIC 9.
           05  OP-LastSignOnDate      PIC 9(8).
           05  OP-AddedDate           PIC 9(8).
