      *> Course prerequisite, PREREQ.DAT, keyed by the course and the
      *> course that must be completed before it - one record per
      *> prerequisite, so a course may list several. Maintained
      *> through CourseMaintenance, which checks the list against
      *> the student's grade history (superseded grades ignored)
      *> before it enrolls anyone; the registrar may override, and
      *> the weekly EnrollExceptions report lists every enrollment
      *> that breaks the rules.
       01  PrerequisiteRecord.
           05  PR-Key.
               10  PR-CourseCode      PIC X(8).
               10  PR-PrereqCode      PIC X(8).
      *> Lowest letter grade in the prerequisite that satisfies it.
           05  PR-MinGrade            PIC X.
               88  PR-Valid-Grade         VALUE 'A' 'B' 'C' 'D'.
           05  PR-EnteredDate         PIC 9(8).
