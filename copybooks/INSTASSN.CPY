      *> Instructor assignment to a course offering, INSTASSN.DAT,
      *> keyed by course + term + instructor so a team-taught section
      *> carries one record per instructor. Maintained through
      *> InstructorMaintenance; read by GradeCalculator to check who
      *> may post the offering's grades, and by GradeRoster for the
      *> section rosters and the missing-grades list by instructor.
       01  InstructorAssignRecord.
           05  IA-Key.
               10  IA-CourseCode      PIC X(8).
               10  IA-Term            PIC X(6).
               10  IA-InstructorId    PIC X(6).
           05  IA-AssignedDate        PIC 9(8).
