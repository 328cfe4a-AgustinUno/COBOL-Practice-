      *> Signed-on operator, passed to OperatorSession: function S
      *> records the operator SuiteMenu has signed on, C clears it at
      *> sign-off, and G returns it. Programs get it to stamp the
      *> audit log (AL-UserId) and to check for a supervisor before
      *> a sensitive action. Spaces when no one is signed on, as in
      *> a batch job step.
       01  SignOnArea.
           05  SO-Function            PIC X.
           05  SO-UserId              PIC X(8).
           05  SO-Name                PIC X(30).
           05  SO-Role                PIC X.
               88  SO-OrderDesk           VALUE 'O'.
               88  SO-Bursar              VALUE 'B'.
               88  SO-Registrar           VALUE 'R'.
               88  SO-Purchasing          VALUE 'P'.
               88  SO-Supervisor          VALUE 'S'.
