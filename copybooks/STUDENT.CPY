       01  StudentRecord.
           05  StudentName            PIC X(50).
           05  StudentNumber          PIC X(10).
      *> Degree program the student is working toward (a program
      *> code on PROGREQ.DAT) and the term the student expects to
      *> graduate; the term-end DegreeAudit run lists the students
      *> due to graduate in the term as graduation candidates.
      *> Spaces until the registrar assigns them.
           05  StudentProgram         PIC X(6).
           05  StudentGradTerm        PIC X(6).
