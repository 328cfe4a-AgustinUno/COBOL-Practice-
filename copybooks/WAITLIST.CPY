           05  WL-CourseCode          PIC X(8).
           05  WL-Term                PIC X(6).
           05  WL-AddDate             PIC 9(8).
      *> Overriding user ID carried from a rule override at
      *> enrollment, so the promoted enrollment records it too.
           05  WL-RuleOverrideBy      PIC X(10).
