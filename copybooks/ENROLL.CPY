               10  EN-CourseCode      PIC X(8).
               10  EN-Term            PIC X(6).
           05  EN-EnrollDate          PIC 9(8).
      *> Signed-on user ID of the registrar or supervisor who let
      *> the enrollment through past a prerequisite or the repeat
      *> limit; spaces otherwise.
           05  EN-RuleOverrideBy      PIC X(10).
