IDENTIFICATION DIVISION.
PROGRAM-ID. DegreeAudit.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

    SELECT ProgramReqFile ASSIGN TO "PROGREQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PQ-Key
        FILE STATUS IS WS-PROGRAM-STATUS.

    SELECT GradesFile ASSIGN TO "GRADES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-Key
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT EnrollmentFile ASSIGN TO "ENROLL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Key
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT CourseCatalog ASSIGN TO "COURSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CourseCode
        FILE STATUS IS WS-COURSE-STATUS.

    SELECT GpaMaster ASSIGN TO "GPAMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GP-Key
        FILE STATUS IS WS-GPA-STATUS.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
COPY STUDENT.

FD ProgramReqFile.
COPY PROGREQ.

FD GradesFile.
COPY GRADEREC.

FD EnrollmentFile.
COPY ENROLL.

FD CourseCatalog.
COPY COURSE.

FD GpaMaster.
COPY GPAREC.

WORKING-STORAGE SECTION.
01 WS-MODE-CHOICE PIC X.
01 WS-EOF-SWITCH  PIC X VALUE 'N'.
01 WS-PROGRAM-EOF PIC X.
01 WS-GRADES-EOF  PIC X.
01 WS-ENROLL-EOF  PIC X.
01 WS-GPA-EOF     PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PROGRAM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-GRADES-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ENROLL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-COURSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-GPA-STATUS==.

01 WS-TODAY PIC 9(8).
01 WS-SEARCH-NUMBER PIC X(10).
01 WS-GRAD-TERM PIC X(6).
01 WS-TERM-TEXT PIC X(9).
01 WS-GRADES-AVAILABLE  PIC X VALUE 'N'.
01 WS-ENROLL-AVAILABLE  PIC X VALUE 'N'.
01 WS-CATALOG-AVAILABLE PIC X VALUE 'N'.
01 WS-GPA-AVAILABLE     PIC X VALUE 'N'.

*> A prints every group and course (the advisor's audit),
*> L only the groups a graduation candidate still lacks, and
*> N nothing (the candidate's groups are counted first).
01 WS-PRINT-MODE PIC X.

*> The student's grade history, superseded grades flagged the
*> way the transcript flags them.
01 WS-GR-TABLE.
   05 WS-GR-ENTRY OCCURS 200 TIMES.
      10 WS-GR-COURSE PIC X(8).
      10 WS-GR-TERM   PIC X(6).
      10 WS-GR-DATE   PIC 9(8).
      10 WS-GR-TIME   PIC 9(8).
      10 WS-GR-GRADE  PIC X.
      10 WS-GR-FLAG   PIC X.
      10 WS-GR-CHG-DATE PIC 9(8).
      10 WS-GR-CHG-TIME PIC 9(8).
01 WS-GR-COUNT PIC 999 VALUE 0.
01 WS-GR-MAX   PIC 999 VALUE 200.
01 WS-GR-IDX   PIC 999.
01 WS-GR-IDX2  PIC 999.

*> The student's enrollments. One with no grade posted for its
*> course and term is work in progress.
01 WS-EN-TABLE.
   05 WS-EN-ENTRY OCCURS 100 TIMES.
      10 WS-EN-COURSE   PIC X(8).
      10 WS-EN-TERM     PIC X(6).
      10 WS-EN-OPEN     PIC X.
01 WS-EN-COUNT PIC 999 VALUE 0.
01 WS-EN-MAX   PIC 999 VALUE 100.
01 WS-EN-IDX   PIC 999.

01 WS-CUM-GPA       PIC 9V99.
01 WS-GPA-CREDITS   PIC 9(5)V9.
01 WS-GPA-FOUND     PIC X.
01 WS-EARNED-CREDITS   PIC 9(4)V9.
01 WS-PROGRESS-CREDITS PIC 9(4)V9.
01 WS-COURSE-CREDITS   PIC 9V9.
01 WS-ALREADY-COUNTED  PIC X.

*> Course status within a group: M met, P in progress, O still
*> outstanding; the group status is built from its courses.
01 WS-CHECK-COURSE  PIC X(8).
01 WS-PASS-GRADE    PIC X.
01 WS-COURSE-RESULT PIC X.
01 WS-COURSE-TERM   PIC X(6).
01 WS-COURSE-IDX    PIC 99.
01 WS-COURSES-MET   PIC 99.
01 WS-COURSES-OPEN  PIC 99.
01 WS-GROUP-STATUS  PIC X.
   88 WS-GROUP-MET         VALUE 'M'.
   88 WS-GROUP-IN-PROGRESS VALUE 'P'.
   88 WS-GROUP-OUTSTANDING VALUE 'O'.
01 WS-STATUS-TEXT   PIC X(11).
01 WS-DETAIL        PIC X(40).
01 WS-GROUPS-MET         PIC 99.
01 WS-GROUPS-IN-PROGRESS PIC 99.
01 WS-GROUPS-OUTSTANDING PIC 99.
01 WS-GROUPS-CHECKED     PIC 99.

01 WS-EDIT-CREDITS  PIC ZZZ9.9.
01 WS-EDIT-CREDITS2 PIC ZZZ9.9.
01 WS-EDIT-COUNT    PIC Z9.
01 WS-EDIT-COUNT2   PIC Z9.
01 WS-EDIT-COUNT3   PIC Z9.
01 WS-EDIT-TOTAL    PIC ZZZZ9.
01 WS-EDIT-GPA      PIC 9.99.
01 WS-EDIT-GPA2     PIC 9.99.

01 WS-CANDIDATE-COUNT   PIC 9(5) VALUE 0.
01 WS-READY-COUNT       PIC 9(5) VALUE 0.
01 WS-ON-TRACK-COUNT    PIC 9(5) VALUE 0.
01 WS-LACKING-COUNT     PIC 9(5) VALUE 0.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "DegreeAudit".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "1. Degree audit for a student"
    DISPLAY "2. Graduation candidates for a term"
    DISPLAY "Enter your choice: " WITH NO ADVANCING
    ACCEPT WS-MODE-CHOICE

    PERFORM OpenAuditFiles

    EVALUATE WS-MODE-CHOICE
        WHEN '2'
            PERFORM GraduationCandidates
        WHEN OTHER
            PERFORM StudentDegreeAudit
    END-EVALUATE

    CLOSE StudentFile
    CLOSE ProgramReqFile
    IF WS-GRADES-AVAILABLE = 'Y'
        CLOSE GradesFile
    END-IF
    IF WS-ENROLL-AVAILABLE = 'Y'
        CLOSE EnrollmentFile
    END-IF
    IF WS-CATALOG-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF
    IF WS-GPA-AVAILABLE = 'Y'
        CLOSE GpaMaster
    END-IF
    PERFORM LogRunEnd
    GOBACK.

LogRunStart.
    MOVE 'S' TO WS-RUN-EVENT
    MOVE 0 TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

LogRunEnd.
    MOVE 'E' TO WS-RUN-EVENT
    MOVE RETURN-CODE TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

*> The student master and the program requirements are needed;
*> grades, enrollments, the catalog and the GPA master are used
*> when they are there, so a new student audits as all
*> outstanding.
OpenAuditFiles.
    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-FILE-NOT-FOUND
        DISPLAY "DegreeAudit: no student file; nothing to audit."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        GOBACK
    END-IF
    IF NOT WS-STUDENT-STATUS-OK
        DISPLAY "DegreeAudit: error opening student file, "
            "status = " WS-STUDENT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        GOBACK
    END-IF
    OPEN INPUT ProgramReqFile
    IF WS-PROGRAM-STATUS-FILE-NOT-FOUND
        DISPLAY "DegreeAudit: no program requirements on file."
        CLOSE StudentFile
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        GOBACK
    END-IF
    IF NOT WS-PROGRAM-STATUS-OK
        DISPLAY "DegreeAudit: error opening program file, "
            "status = " WS-PROGRAM-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        GOBACK
    END-IF
    OPEN INPUT GradesFile
    IF WS-GRADES-STATUS-OK
        MOVE 'Y' TO WS-GRADES-AVAILABLE
    END-IF
    OPEN INPUT EnrollmentFile
    IF WS-ENROLL-STATUS-OK
        MOVE 'Y' TO WS-ENROLL-AVAILABLE
    END-IF
    OPEN INPUT CourseCatalog
    IF WS-COURSE-STATUS-OK
        MOVE 'Y' TO WS-CATALOG-AVAILABLE
    ELSE
        DISPLAY "Course catalog unavailable; credits will show as "
            "zero."
    END-IF
    OPEN INPUT GpaMaster
    IF WS-GPA-STATUS-OK
        MOVE 'Y' TO WS-GPA-AVAILABLE
    END-IF.

*> ------------------------------------------------------------------
*> Advisor's audit: every requirement group of the student's
*> program with each course shown met, in progress or outstanding.
*> ------------------------------------------------------------------
StudentDegreeAudit.
    DISPLAY "Student number: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-NUMBER
    MOVE WS-SEARCH-NUMBER TO StudentNumber
    READ StudentFile
        INVALID KEY
            DISPLAY "Student number not found."
            EXIT PARAGRAPH
    END-READ
    IF StudentProgram = SPACES
        DISPLAY "Student " StudentNumber " is not assigned to a "
            "degree program."
        EXIT PARAGRAPH
    END-IF

    MOVE 'A' TO WS-PRINT-MODE
    PERFORM GatherStudentRecord
    MOVE WS-EARNED-CREDITS TO WS-EDIT-CREDITS
    MOVE WS-PROGRESS-CREDITS TO WS-EDIT-CREDITS2
    DISPLAY " "
    DISPLAY "Degree Audit for: " StudentName " (" StudentNumber ")"
    DISPLAY "Program: " StudentProgram
        "   Expected graduation: " StudentGradTerm
        "   As of " WS-TODAY
    IF WS-GPA-FOUND = 'Y'
        DISPLAY "Cumulative GPA: " WS-CUM-GPA
            "   Credits earned: " WS-EDIT-CREDITS
            "   In progress: " WS-EDIT-CREDITS2
    ELSE
        DISPLAY "Cumulative GPA: none posted"
            "   Credits earned: " WS-EDIT-CREDITS
            "   In progress: " WS-EDIT-CREDITS2
    END-IF
    DISPLAY "----------------------------------------------------------"
        "--------------------"
    PERFORM CheckProgramGroups
    DISPLAY "----------------------------------------------------------"
        "--------------------"
    IF WS-GROUPS-CHECKED = 0
        DISPLAY "Program " StudentProgram " has no requirements on "
            "file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Requirements met: " WS-GROUPS-MET
        "   In progress: " WS-GROUPS-IN-PROGRESS
        "   Outstanding: " WS-GROUPS-OUTSTANDING
    EVALUATE TRUE
        WHEN WS-GROUPS-MET = WS-GROUPS-CHECKED
            DISPLAY "All program requirements are met."
        WHEN WS-GROUPS-OUTSTANDING = 0
            DISPLAY "All requirements will be met when the courses "
                "in progress are passed."
        WHEN OTHER
            DISPLAY "Requirements are still outstanding."
    END-EVALUATE.

*> ------------------------------------------------------------------
*> Term-end run: every student due to graduate in the term, with
*> the requirements each still lacks. A blank term lists every
*> student assigned to a program.
*> ------------------------------------------------------------------
GraduationCandidates.
    DISPLAY "Graduation term (e.g. 2026FA, blank = all students): "
        WITH NO ADVANCING
    ACCEPT WS-GRAD-TERM
    IF WS-GRAD-TERM = SPACES
        MOVE "ALL TERMS" TO WS-TERM-TEXT
    ELSE
        MOVE WS-GRAD-TERM TO WS-TERM-TEXT
    END-IF

    DISPLAY " "
    DISPLAY "Graduation Candidates   Term: " WS-TERM-TEXT
        "          As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "--------------------"
    DISPLAY "Student    Name                           Program  Status"
    DISPLAY "----------------------------------------------------------"
        "--------------------"

    MOVE LOW-VALUES TO StudentNumber
    MOVE 'N' TO WS-EOF-SWITCH
    START StudentFile KEY IS NOT LESS THAN StudentNumber
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ StudentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF StudentProgram NOT = SPACES
                    AND (WS-GRAD-TERM = SPACES
                        OR StudentGradTerm = WS-GRAD-TERM)
                    PERFORM AuditCandidate
                END-IF
        END-READ
    END-PERFORM

    DISPLAY "----------------------------------------------------------"
        "--------------------"
    MOVE WS-CANDIDATE-COUNT TO WS-EDIT-TOTAL
    DISPLAY "Graduation candidates:          " WS-EDIT-TOTAL
    MOVE WS-READY-COUNT TO WS-EDIT-TOTAL
    DISPLAY "  all requirements met:         " WS-EDIT-TOTAL
    MOVE WS-ON-TRACK-COUNT TO WS-EDIT-TOTAL
    DISPLAY "  met once courses are passed:  " WS-EDIT-TOTAL
    MOVE WS-LACKING-COUNT TO WS-EDIT-TOTAL
    DISPLAY "  requirements outstanding:     " WS-EDIT-TOTAL
    IF WS-CANDIDATE-COUNT = 0
        DISPLAY "No students are due to graduate in the term."
        MOVE 4 TO RETURN-CODE
    END-IF.

AuditCandidate.
    ADD 1 TO WS-CANDIDATE-COUNT
    PERFORM GatherStudentRecord
    MOVE 'N' TO WS-PRINT-MODE
    PERFORM CheckProgramGroups
    DISPLAY StudentNumber " " StudentName (1:30) " " StudentProgram
        "   " WITH NO ADVANCING
    EVALUATE TRUE
        WHEN WS-GROUPS-CHECKED = 0
            DISPLAY "NO REQUIREMENTS ON FILE"
            ADD 1 TO WS-LACKING-COUNT
        WHEN WS-GROUPS-MET = WS-GROUPS-CHECKED
            DISPLAY "READY"
            ADD 1 TO WS-READY-COUNT
        WHEN WS-GROUPS-OUTSTANDING = 0
            DISPLAY "IN PROGRESS"
            ADD 1 TO WS-ON-TRACK-COUNT
        WHEN OTHER
            DISPLAY "LACKING"
            ADD 1 TO WS-LACKING-COUNT
    END-EVALUATE
    IF WS-GROUPS-CHECKED > WS-GROUPS-MET
        MOVE 'L' TO WS-PRINT-MODE
        PERFORM CheckProgramGroups
    END-IF.

*> Grades, enrollments, credits and GPA for the student on the
*> student record.
GatherStudentRecord.
    PERFORM LoadGradeHistory
    PERFORM LoadEnrollments
    PERFORM LookUpStudentGpa
    PERFORM ComputeCredits.

LoadGradeHistory.
    MOVE 0 TO WS-GR-COUNT
    IF WS-GRADES-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE StudentNumber TO GR-StudentNumber
    MOVE LOW-VALUES TO GR-Date
    MOVE LOW-VALUES TO GR-Time
    MOVE 'N' TO WS-GRADES-EOF
    START GradesFile KEY IS NOT LESS THAN GR-Key
        INVALID KEY
            MOVE 'Y' TO WS-GRADES-EOF
    END-START
    PERFORM UNTIL WS-GRADES-EOF = 'Y'
        READ GradesFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-GRADES-EOF
            NOT AT END
                IF GR-StudentNumber NOT = StudentNumber
                    MOVE 'Y' TO WS-GRADES-EOF
                ELSE
                    PERFORM StoreGradeEntry
                END-IF
        END-READ
    END-PERFORM
    PERFORM FlagSupersededEntries.

StoreGradeEntry.
    IF WS-GR-COUNT >= WS-GR-MAX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-GR-COUNT
    MOVE GR-CourseCode TO WS-GR-COURSE (WS-GR-COUNT)
    MOVE GR-Term TO WS-GR-TERM (WS-GR-COUNT)
    MOVE GR-Date TO WS-GR-DATE (WS-GR-COUNT)
    MOVE GR-Time TO WS-GR-TIME (WS-GR-COUNT)
    MOVE GR-Grade TO WS-GR-GRADE (WS-GR-COUNT)
    MOVE GR-ChangeOrigDate TO WS-GR-CHG-DATE (WS-GR-COUNT)
    MOVE GR-ChangeOrigTime TO WS-GR-CHG-TIME (WS-GR-COUNT)
    IF GR-ChangeOrigDate NOT = 0
        MOVE 'C' TO WS-GR-FLAG (WS-GR-COUNT)
    ELSE
        MOVE SPACE TO WS-GR-FLAG (WS-GR-COUNT)
    END-IF.

FlagSupersededEntries.
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-FLAG (WS-GR-IDX) = 'C'
            PERFORM VARYING WS-GR-IDX2 FROM 1 BY 1
                    UNTIL WS-GR-IDX2 > WS-GR-COUNT
                IF WS-GR-FLAG (WS-GR-IDX2) NOT = 'C'
                    AND WS-GR-DATE (WS-GR-IDX2)
                        = WS-GR-CHG-DATE (WS-GR-IDX)
                    AND WS-GR-TIME (WS-GR-IDX2)
                        = WS-GR-CHG-TIME (WS-GR-IDX)
                    MOVE 'S' TO WS-GR-FLAG (WS-GR-IDX2)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

LoadEnrollments.
    MOVE 0 TO WS-EN-COUNT
    IF WS-ENROLL-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE StudentNumber TO EN-StudentNumber
    MOVE LOW-VALUES TO EN-CourseCode
    MOVE LOW-VALUES TO EN-Term
    MOVE 'N' TO WS-ENROLL-EOF
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-ENROLL-EOF
    END-START
    PERFORM UNTIL WS-ENROLL-EOF = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ENROLL-EOF
            NOT AT END
                IF EN-StudentNumber NOT = StudentNumber
                    MOVE 'Y' TO WS-ENROLL-EOF
                ELSE
                    PERFORM StoreEnrollment
                END-IF
        END-READ
    END-PERFORM.

StoreEnrollment.
    IF WS-EN-COUNT >= WS-EN-MAX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EN-COUNT
    MOVE EN-CourseCode TO WS-EN-COURSE (WS-EN-COUNT)
    MOVE EN-Term TO WS-EN-TERM (WS-EN-COUNT)
    MOVE 'Y' TO WS-EN-OPEN (WS-EN-COUNT)
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-COURSE (WS-GR-IDX) = EN-CourseCode
            AND WS-GR-TERM (WS-GR-IDX) = EN-Term
            AND WS-GR-FLAG (WS-GR-IDX) NOT = 'S'
            MOVE 'N' TO WS-EN-OPEN (WS-EN-COUNT)
        END-IF
    END-PERFORM.

*> Cumulative credits only ever grow term over term, so the GPA
*> master record with the most credits is the latest posting.
LookUpStudentGpa.
    MOVE 'N' TO WS-GPA-FOUND
    MOVE 0 TO WS-CUM-GPA
    MOVE 0 TO WS-GPA-CREDITS
    IF WS-GPA-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE StudentNumber TO GP-StudentNumber
    MOVE LOW-VALUES TO GP-Term
    MOVE 'N' TO WS-GPA-EOF
    START GpaMaster KEY IS NOT LESS THAN GP-Key
        INVALID KEY
            MOVE 'Y' TO WS-GPA-EOF
    END-START
    PERFORM UNTIL WS-GPA-EOF = 'Y'
        READ GpaMaster NEXT RECORD
            AT END
                MOVE 'Y' TO WS-GPA-EOF
            NOT AT END
                IF GP-StudentNumber NOT = StudentNumber
                    MOVE 'Y' TO WS-GPA-EOF
                ELSE
                    IF WS-GPA-FOUND = 'N'
                        OR GP-CumCredits >= WS-GPA-CREDITS
                        MOVE GP-CumGPA TO WS-CUM-GPA
                        MOVE GP-CumCredits TO WS-GPA-CREDITS
                    END-IF
                    MOVE 'Y' TO WS-GPA-FOUND
                END-IF
        END-READ
    END-PERFORM.

*> Credits earned are the catalog credits of each course passed
*> (A to D), counted once however often it was retaken; the GPA
*> master's cumulative credits include failed attempts, so they
*> are not used here. Credits in progress are the open
*> enrollments in courses not already passed.
ComputeCredits.
    MOVE 0 TO WS-EARNED-CREDITS
    MOVE 0 TO WS-PROGRESS-CREDITS
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-FLAG (WS-GR-IDX) NOT = 'S'
            AND WS-GR-COURSE (WS-GR-IDX) NOT = SPACES
            AND WS-GR-GRADE (WS-GR-IDX) >= 'A'
            AND WS-GR-GRADE (WS-GR-IDX) <= 'D'
            PERFORM CountEarnedCourse
        END-IF
    END-PERFORM
    PERFORM VARYING WS-EN-IDX FROM 1 BY 1
            UNTIL WS-EN-IDX > WS-EN-COUNT
        IF WS-EN-OPEN (WS-EN-IDX) = 'Y'
            MOVE WS-EN-COURSE (WS-EN-IDX) TO WS-CHECK-COURSE
            MOVE 'D' TO WS-PASS-GRADE
            PERFORM CheckCoursePassed
            IF WS-COURSE-RESULT NOT = 'M'
                PERFORM LookUpCourseCredits
                ADD WS-COURSE-CREDITS TO WS-PROGRESS-CREDITS
            END-IF
        END-IF
    END-PERFORM.

CountEarnedCourse.
    MOVE 'N' TO WS-ALREADY-COUNTED
    PERFORM VARYING WS-GR-IDX2 FROM 1 BY 1
            UNTIL WS-GR-IDX2 >= WS-GR-IDX
        IF WS-GR-COURSE (WS-GR-IDX2) = WS-GR-COURSE (WS-GR-IDX)
            AND WS-GR-FLAG (WS-GR-IDX2) NOT = 'S'
            AND WS-GR-GRADE (WS-GR-IDX2) >= 'A'
            AND WS-GR-GRADE (WS-GR-IDX2) <= 'D'
            MOVE 'Y' TO WS-ALREADY-COUNTED
        END-IF
    END-PERFORM
    IF WS-ALREADY-COUNTED = 'N'
        MOVE WS-GR-COURSE (WS-GR-IDX) TO WS-CHECK-COURSE
        PERFORM LookUpCourseCredits
        ADD WS-COURSE-CREDITS TO WS-EARNED-CREDITS
    END-IF.

LookUpCourseCredits.
    MOVE 0 TO WS-COURSE-CREDITS
    IF WS-CATALOG-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHECK-COURSE TO CO-CourseCode
    READ CourseCatalog
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CO-CreditHours TO WS-COURSE-CREDITS
    END-READ.

*> Walks the requirement groups of the student's program, totting
*> up met / in progress / outstanding.
CheckProgramGroups.
    MOVE 0 TO WS-GROUPS-CHECKED
    MOVE 0 TO WS-GROUPS-MET
    MOVE 0 TO WS-GROUPS-IN-PROGRESS
    MOVE 0 TO WS-GROUPS-OUTSTANDING
    MOVE StudentProgram TO PQ-ProgramCode
    MOVE 0 TO PQ-GroupNo
    MOVE 'N' TO WS-PROGRAM-EOF
    START ProgramReqFile KEY IS NOT LESS THAN PQ-Key
        INVALID KEY
            MOVE 'Y' TO WS-PROGRAM-EOF
    END-START
    PERFORM UNTIL WS-PROGRAM-EOF = 'Y'
        READ ProgramReqFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PROGRAM-EOF
            NOT AT END
                IF PQ-ProgramCode NOT = StudentProgram
                    MOVE 'Y' TO WS-PROGRAM-EOF
                ELSE
                    PERFORM CheckOneGroup
                END-IF
        END-READ
    END-PERFORM.

CheckOneGroup.
    ADD 1 TO WS-GROUPS-CHECKED
    MOVE SPACES TO WS-DETAIL
    EVALUATE TRUE
        WHEN PQ-Core OR PQ-Elective
            PERFORM CheckCourseGroup
        WHEN PQ-TotalCredits
            PERFORM CheckCreditGroup
        WHEN PQ-CumGpa
            PERFORM CheckGpaGroup
        WHEN OTHER
            SET WS-GROUP-OUTSTANDING TO TRUE
            MOVE "unknown requirement type" TO WS-DETAIL
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-GROUP-MET
            ADD 1 TO WS-GROUPS-MET
            MOVE "MET" TO WS-STATUS-TEXT
        WHEN WS-GROUP-IN-PROGRESS
            ADD 1 TO WS-GROUPS-IN-PROGRESS
            MOVE "IN PROGRESS" TO WS-STATUS-TEXT
        WHEN OTHER
            ADD 1 TO WS-GROUPS-OUTSTANDING
            MOVE "OUTSTANDING" TO WS-STATUS-TEXT
    END-EVALUATE
    IF WS-PRINT-MODE = 'A'
        OR (WS-PRINT-MODE = 'L' AND NOT WS-GROUP-MET)
        DISPLAY "    " PQ-GroupNo " " PQ-GroupName " " WS-STATUS-TEXT
            " " WS-DETAIL
    END-IF
    IF WS-PRINT-MODE = 'A' AND (PQ-Core OR PQ-Elective)
        PERFORM ShowGroupCourses
    END-IF.

*> A core group needs every listed course; an elective group the
*> stated number of them. Courses in progress can complete the
*> group but do not meet it yet.
CheckCourseGroup.
    MOVE 0 TO WS-COURSES-MET
    MOVE 0 TO WS-COURSES-OPEN
    MOVE PQ-MinGrade TO WS-PASS-GRADE
    PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
            UNTIL WS-COURSE-IDX > PQ-CourseCount
        MOVE PQ-Course (WS-COURSE-IDX) TO WS-CHECK-COURSE
        PERFORM CheckCourseStatus
        EVALUATE WS-COURSE-RESULT
            WHEN 'M' ADD 1 TO WS-COURSES-MET
            WHEN 'P' ADD 1 TO WS-COURSES-OPEN
        END-EVALUATE
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-COURSES-MET >= PQ-CoursesRequired
            SET WS-GROUP-MET TO TRUE
        WHEN WS-COURSES-MET + WS-COURSES-OPEN >= PQ-CoursesRequired
            SET WS-GROUP-IN-PROGRESS TO TRUE
        WHEN OTHER
            SET WS-GROUP-OUTSTANDING TO TRUE
    END-EVALUATE
    MOVE WS-COURSES-MET TO WS-EDIT-COUNT
    MOVE PQ-CoursesRequired TO WS-EDIT-COUNT2
    MOVE WS-COURSES-OPEN TO WS-EDIT-COUNT3
    STRING WS-EDIT-COUNT DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        WS-EDIT-COUNT2 DELIMITED BY SIZE
        " courses done, " DELIMITED BY SIZE
        WS-EDIT-COUNT3 DELIMITED BY SIZE
        " in progress" DELIMITED BY SIZE
        INTO WS-DETAIL.

CheckCreditGroup.
    EVALUATE TRUE
        WHEN WS-EARNED-CREDITS >= PQ-MinCredits
            SET WS-GROUP-MET TO TRUE
        WHEN WS-EARNED-CREDITS + WS-PROGRESS-CREDITS
                >= PQ-MinCredits
            SET WS-GROUP-IN-PROGRESS TO TRUE
        WHEN OTHER
            SET WS-GROUP-OUTSTANDING TO TRUE
    END-EVALUATE
    MOVE WS-EARNED-CREDITS TO WS-EDIT-CREDITS
    MOVE PQ-MinCredits TO WS-EDIT-CREDITS2
    STRING WS-EDIT-CREDITS DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        WS-EDIT-CREDITS2 DELIMITED BY SIZE
        " credits earned" DELIMITED BY SIZE
        INTO WS-DETAIL.

CheckGpaGroup.
    MOVE PQ-MinGpa TO WS-EDIT-GPA2
    IF WS-GPA-FOUND = 'N'
        SET WS-GROUP-OUTSTANDING TO TRUE
        STRING "no GPA posted, " DELIMITED BY SIZE
            WS-EDIT-GPA2 DELIMITED BY SIZE
            " needed" DELIMITED BY SIZE
            INTO WS-DETAIL
        EXIT PARAGRAPH
    END-IF
    IF WS-CUM-GPA >= PQ-MinGpa
        SET WS-GROUP-MET TO TRUE
    ELSE
        SET WS-GROUP-OUTSTANDING TO TRUE
    END-IF
    MOVE WS-CUM-GPA TO WS-EDIT-GPA
    STRING "GPA " DELIMITED BY SIZE
        WS-EDIT-GPA DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        WS-EDIT-GPA2 DELIMITED BY SIZE
        " needed" DELIMITED BY SIZE
        INTO WS-DETAIL.

ShowGroupCourses.
    MOVE PQ-MinGrade TO WS-PASS-GRADE
    PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
            UNTIL WS-COURSE-IDX > PQ-CourseCount
        MOVE PQ-Course (WS-COURSE-IDX) TO WS-CHECK-COURSE
        PERFORM CheckCourseStatus
        EVALUATE WS-COURSE-RESULT
            WHEN 'M'
                DISPLAY "          " WS-CHECK-COURSE " MET         "
                    WS-COURSE-TERM
            WHEN 'P'
                DISPLAY "          " WS-CHECK-COURSE " IN PROGRESS "
                    WS-COURSE-TERM
            WHEN OTHER
                DISPLAY "          " WS-CHECK-COURSE " OUTSTANDING"
        END-EVALUATE
    END-PERFORM.

*> Met when a grade that is not superseded reaches the minimum,
*> in progress when there is an open enrollment in the course,
*> otherwise outstanding. WS-COURSE-TERM is the term it was met
*> or is being taken in.
CheckCourseStatus.
    PERFORM CheckCoursePassed
    IF WS-COURSE-RESULT = 'M'
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-EN-IDX FROM 1 BY 1
            UNTIL WS-EN-IDX > WS-EN-COUNT
        IF WS-EN-COURSE (WS-EN-IDX) = WS-CHECK-COURSE
            AND WS-EN-OPEN (WS-EN-IDX) = 'Y'
            MOVE 'P' TO WS-COURSE-RESULT
            MOVE WS-EN-TERM (WS-EN-IDX) TO WS-COURSE-TERM
        END-IF
    END-PERFORM.

*> Letter grades collate best-first (A, B, C, D, then F), so a
*> grade reaches the minimum when it is from A up to the minimum
*> letter.
CheckCoursePassed.
    MOVE 'O' TO WS-COURSE-RESULT
    MOVE SPACES TO WS-COURSE-TERM
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-COURSE (WS-GR-IDX) = WS-CHECK-COURSE
            AND WS-GR-FLAG (WS-GR-IDX) NOT = 'S'
            AND WS-GR-GRADE (WS-GR-IDX) >= 'A'
            AND WS-GR-GRADE (WS-GR-IDX) <= WS-PASS-GRADE
            MOVE 'M' TO WS-COURSE-RESULT
            MOVE WS-GR-TERM (WS-GR-IDX) TO WS-COURSE-TERM
        END-IF
    END-PERFORM.
