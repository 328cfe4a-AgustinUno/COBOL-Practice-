           05  GR-ChangeOrigTime          PIC 9(8).
           05  GR-ChangeReason            PIC X(2).
           05  GR-ChangeAuthBy            PIC X(20).
      *> Instructor (INSTRUCT.DAT) who posted the grade, checked
      *> against the offering's assignments when it is taken.
      *> Spaces on grades posted before instructors were on file
      *> and on roster lines that name no instructor.
           05  GR-PostedBy                PIC X(6).
