      *> Degree program requirement group, PROGREQ.DAT, keyed by
      *> program and group number. A program is the set of groups
      *> filed under its code; the group number orders them on the
      *> audit. Maintained through ProgramReqMaintenance; the
      *> DegreeAudit run checks a student's grades, enrollments and
      *> GPA master against the groups of the student's program.
       01  ProgramReqRecord.
           05  PQ-Key.
               10  PQ-ProgramCode     PIC X(6).
               10  PQ-GroupNo         PIC 99.
           05  PQ-GroupName           PIC X(30).
      *> C = every course in the list, E = a number of courses from
      *> the list, T = a minimum of credits earned overall,
      *> G = a minimum cumulative GPA.
           05  PQ-GroupType           PIC X.
               88  PQ-Core                VALUE 'C'.
               88  PQ-Elective            VALUE 'E'.
               88  PQ-TotalCredits        VALUE 'T'.
               88  PQ-CumGpa              VALUE 'G'.
               88  PQ-Valid-Type          VALUE 'C' 'E' 'T' 'G'.
      *> Lowest grade that counts toward a course group.
           05  PQ-MinGrade            PIC X.
               88  PQ-Valid-Grade         VALUE 'A' 'B' 'C' 'D'.
           05  PQ-CoursesRequired     PIC 99.
           05  PQ-MinCredits          PIC 9(3)V9.
           05  PQ-MinGpa              PIC 9V99.
           05  PQ-EnteredDate         PIC 9(8).
           05  PQ-CourseCount         PIC 99.
           05  PQ-Course              PIC X(8) OCCURS 12 TIMES.
