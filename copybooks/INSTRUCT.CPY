      *> Instructor master, INSTRUCT.DAT, keyed by IN-InstructorId.
      *> Maintained through InstructorMaintenance; GradeCalculator
      *> takes a grade or grade change only from an active
      *> instructor assigned to the course offering (INSTASSN.DAT).
       01  InstructorRecord.
           05  IN-InstructorId        PIC X(6).
           05  IN-Name                PIC X(30).
           05  IN-Department          PIC X(6).
      *> A = active, I = inactive (left the faculty). An inactive
      *> instructor stays on file for the grades already posted but
      *> can be given no new assignment and post no new grade.
           05  IN-Status              PIC X.
               88  IN-Active              VALUE 'A'.
               88  IN-Inactive            VALUE 'I'.
               88  IN-Valid-Status        VALUE 'A' 'I'.
           05  IN-AddedDate           PIC 9(8).
