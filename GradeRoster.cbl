IDENTIFICATION DIVISION.
PROGRAM-ID. GradeRoster.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EnrollmentFile ASSIGN TO "ENROLL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Key
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT GradesFile ASSIGN TO "GRADES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-Key
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

    SELECT CourseCatalog ASSIGN TO "COURSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CourseCode
        FILE STATUS IS WS-COURSE-STATUS.

    SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-InstructorId
        FILE STATUS IS WS-INSTRUCTOR-STATUS.

    SELECT AssignmentFile ASSIGN TO "INSTASSN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IA-Key
        FILE STATUS IS WS-ASSIGN-STATUS.

    SELECT SortRoster ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD EnrollmentFile.
COPY ENROLL.

FD GradesFile.
COPY GRADEREC.

FD StudentFile.
COPY STUDENT.

FD CourseCatalog.
COPY COURSE.

FD InstructorFile.
COPY INSTRUCT.

FD AssignmentFile.
COPY INSTASSN.

*> Rosters sort by section and student with the instructor left
*> blank; the missing-grades list sorts by instructor first, one
*> record per instructor assigned to the section.
SD SortRoster.
01 SortRosterRec.
    05 SR-InstructorId     PIC X(6).
    05 SR-CourseCode       PIC X(8).
    05 SR-Term             PIC X(6).
    05 SR-StudentNumber    PIC X(10).
    05 SR-Grade            PIC X.
    05 SR-GradeDate        PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-MODE-CHOICE PIC X.
01 WS-EOF-SWITCH  PIC X VALUE 'N'.
01 WS-GRADES-EOF  PIC X.
01 WS-ASSIGN-EOF  PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ENROLL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-GRADES-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-COURSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-INSTRUCTOR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ASSIGN-STATUS==.

01 WS-TODAY PIC 9(8).
01 WS-REPORT-TERM PIC X(6).
01 WS-REPORT-COURSE PIC X(8).
01 WS-TERM-TEXT PIC X(9).
01 WS-GRADES-AVAILABLE     PIC X VALUE 'N'.
01 WS-STUDENT-AVAILABLE    PIC X VALUE 'N'.
01 WS-CATALOG-AVAILABLE    PIC X VALUE 'N'.
01 WS-INSTRUCTORS-AVAILABLE PIC X VALUE 'N'.

*> The grade standing for an enrollment: the latest posted for
*> its course and term. A grade change is always posted after the
*> entry it corrects, so the latest is the one that counts.
01 WS-CUR-GRADE PIC X.
01 WS-CUR-DATE  PIC 9(8).
01 WS-GRADE-TEXT PIC X(8).
01 WS-INSTR-COUNT PIC 99.
01 WS-STUDENT-NAME PIC X(30).

*> One section's or one instructor's figures, gathered on the
*> control break.
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-CURR-COURSE PIC X(8).
01 WS-CURR-TERM PIC X(6).
01 WS-CURR-INSTRUCTOR PIC X(6).
01 WS-GROUP-ENROLLED PIC 9(5).
01 WS-GROUP-MISSING PIC 9(5).

01 WS-SECTION-COUNT PIC 9(5) VALUE 0.
01 WS-INSTRUCTOR-COUNT PIC 9(5) VALUE 0.
01 WS-ENROLLED-COUNT PIC 9(5) VALUE 0.
01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
01 WS-EDIT-COUNT PIC ZZZZ9.
01 WS-EDIT-COUNT2 PIC ZZZZ9.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GradeRoster".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "1. Grade rosters by section"
    DISPLAY "2. Missing grades by instructor"
    DISPLAY "Enter your choice: " WITH NO ADVANCING
    ACCEPT WS-MODE-CHOICE
    DISPLAY "Term (e.g. 2026FA, blank = all terms): "
        WITH NO ADVANCING
    ACCEPT WS-REPORT-TERM
    IF WS-REPORT-TERM = SPACES
        MOVE "ALL TERMS" TO WS-TERM-TEXT
    ELSE
        MOVE WS-REPORT-TERM TO WS-TERM-TEXT
    END-IF
    MOVE SPACES TO WS-REPORT-COURSE
    IF WS-MODE-CHOICE NOT = '2'
        DISPLAY "Course code (blank = every section): "
            WITH NO ADVANCING
        ACCEPT WS-REPORT-COURSE
    END-IF

    PERFORM OpenRosterFiles

    EVALUATE WS-MODE-CHOICE
        WHEN '2'
            PERFORM MissingGradesReport
        WHEN OTHER
            PERFORM SectionRosters
    END-EVALUATE

    CLOSE EnrollmentFile
    IF WS-GRADES-AVAILABLE = 'Y'
        CLOSE GradesFile
    END-IF
    IF WS-STUDENT-AVAILABLE = 'Y'
        CLOSE StudentFile
    END-IF
    IF WS-CATALOG-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF
    IF WS-INSTRUCTORS-AVAILABLE = 'Y'
        CLOSE InstructorFile
        CLOSE AssignmentFile
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

*> Enrollments are needed; the rest are used when they are there,
*> so before any grade is posted every student shows as missing.
OpenRosterFiles.
    OPEN INPUT EnrollmentFile
    IF WS-ENROLL-STATUS-FILE-NOT-FOUND
        DISPLAY "GradeRoster: no enrollments on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        GOBACK
    END-IF
    IF NOT WS-ENROLL-STATUS-OK
        DISPLAY "GradeRoster: error opening enrollment file, "
            "status = " WS-ENROLL-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        GOBACK
    END-IF
    OPEN INPUT GradesFile
    IF WS-GRADES-STATUS-OK
        MOVE 'Y' TO WS-GRADES-AVAILABLE
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-OK
        MOVE 'Y' TO WS-STUDENT-AVAILABLE
    END-IF
    OPEN INPUT CourseCatalog
    IF WS-COURSE-STATUS-OK
        MOVE 'Y' TO WS-CATALOG-AVAILABLE
    END-IF
    OPEN INPUT InstructorFile
    IF WS-INSTRUCTOR-STATUS-OK
        OPEN INPUT AssignmentFile
        IF WS-ASSIGN-STATUS-OK
            MOVE 'Y' TO WS-INSTRUCTORS-AVAILABLE
        ELSE
            CLOSE InstructorFile
        END-IF
    END-IF.

*> ------------------------------------------------------------------
*> Section rosters: every student enrolled in the section with the
*> grade posted so far, or a blank for the instructor to fill in.
*> ------------------------------------------------------------------
SectionRosters.
    DISPLAY " "
    DISPLAY "Grade Rosters by Section   Term: " WS-TERM-TEXT
        "   As of " WS-TODAY

    SORT SortRoster
        ON ASCENDING KEY SR-CourseCode SR-Term SR-StudentNumber
        INPUT PROCEDURE IS ReleaseRosterLines
        OUTPUT PROCEDURE IS PrintRosters

    DISPLAY "=========================================================="
        "=================="
    MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT
    DISPLAY "Sections:             " WS-EDIT-COUNT
    MOVE WS-ENROLLED-COUNT TO WS-EDIT-COUNT
    DISPLAY "Students enrolled:    " WS-EDIT-COUNT
    MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
    DISPLAY "Grades not posted:    " WS-EDIT-COUNT
    IF WS-ENROLLED-COUNT = 0
        DISPLAY "No enrollments on file for the term."
        MOVE 4 TO RETURN-CODE
    END-IF.

ReleaseRosterLines.
    MOVE LOW-VALUES TO EN-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF (WS-REPORT-TERM = SPACES
                        OR EN-Term = WS-REPORT-TERM)
                    AND (WS-REPORT-COURSE = SPACES
                        OR EN-CourseCode = WS-REPORT-COURSE)
                    PERFORM LookUpCurrentGrade
                    MOVE SPACES TO SR-InstructorId
                    MOVE EN-CourseCode TO SR-CourseCode
                    MOVE EN-Term TO SR-Term
                    MOVE EN-StudentNumber TO SR-StudentNumber
                    MOVE WS-CUR-GRADE TO SR-Grade
                    MOVE WS-CUR-DATE TO SR-GradeDate
                    RELEASE SortRosterRec
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

PrintRosters.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortRoster
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintRosterLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintSectionTotals
    END-IF.

PrintRosterLine.
    IF WS-FIRST-RECORD = 'N'
        AND (SR-CourseCode NOT = WS-CURR-COURSE
            OR SR-Term NOT = WS-CURR-TERM)
        PERFORM PrintSectionTotals
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SR-CourseCode TO WS-CURR-COURSE
        MOVE SR-Term TO WS-CURR-TERM
        MOVE 0 TO WS-GROUP-ENROLLED
        MOVE 0 TO WS-GROUP-MISSING
        ADD 1 TO WS-SECTION-COUNT
        MOVE 'N' TO WS-FIRST-RECORD
        PERFORM PrintSectionHeading
    END-IF
    PERFORM LookUpStudentName
    IF SR-Grade = SPACE
        MOVE "________" TO WS-GRADE-TEXT
        ADD 1 TO WS-GROUP-MISSING
        ADD 1 TO WS-MISSING-COUNT
    ELSE
        MOVE SPACES TO WS-GRADE-TEXT
        MOVE SR-Grade TO WS-GRADE-TEXT (4:1)
    END-IF
    ADD 1 TO WS-GROUP-ENROLLED
    ADD 1 TO WS-ENROLLED-COUNT
    IF SR-Grade = SPACE
        DISPLAY SR-StudentNumber " " WS-STUDENT-NAME " "
            WS-GRADE-TEXT
    ELSE
        DISPLAY SR-StudentNumber " " WS-STUDENT-NAME " "
            WS-GRADE-TEXT "  posted " SR-GradeDate
    END-IF.

*> Section heading: the course title from the catalog and every
*> instructor assigned to the offering.
PrintSectionHeading.
    MOVE SPACES TO CO-Title
    IF WS-CATALOG-AVAILABLE = 'Y'
        MOVE SR-CourseCode TO CO-CourseCode
        READ CourseCatalog
            INVALID KEY
                MOVE "(not on catalog)" TO CO-Title
        END-READ
    END-IF
    DISPLAY "----------------------------------------------------------"
        "------------------"
    DISPLAY "Section " SR-CourseCode "  term " SR-Term "  " CO-Title
    MOVE 0 TO WS-INSTR-COUNT
    IF WS-INSTRUCTORS-AVAILABLE = 'Y'
        MOVE SR-CourseCode TO IA-CourseCode
        MOVE SR-Term TO IA-Term
        MOVE LOW-VALUES TO IA-InstructorId
        MOVE 'N' TO WS-ASSIGN-EOF
        START AssignmentFile KEY IS NOT LESS THAN IA-Key
            INVALID KEY
                MOVE 'Y' TO WS-ASSIGN-EOF
        END-START
        PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
            READ AssignmentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ASSIGN-EOF
                NOT AT END
                    IF IA-CourseCode NOT = SR-CourseCode
                        OR IA-Term NOT = SR-Term
                        MOVE 'Y' TO WS-ASSIGN-EOF
                    ELSE
                        MOVE IA-InstructorId TO IN-InstructorId
                        PERFORM LookUpInstructorName
                        DISPLAY "Instructor " IA-InstructorId " "
                            IN-Name
                        ADD 1 TO WS-INSTR-COUNT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-INSTR-COUNT = 0
        DISPLAY "Instructor (none assigned)"
    END-IF
    DISPLAY " "
    DISPLAY "Student    Name                           Grade"
    DISPLAY "---------- ------------------------------ --------".

PrintSectionTotals.
    MOVE WS-GROUP-ENROLLED TO WS-EDIT-COUNT
    MOVE WS-GROUP-MISSING TO WS-EDIT-COUNT2
    DISPLAY "    " WS-EDIT-COUNT " enrolled, " WS-EDIT-COUNT2
        " without a grade"
    DISPLAY " ".

*> ------------------------------------------------------------------
*> Missing grades: enrolled students with no grade posted for the
*> course and term, listed under each instructor of the section so
*> the registrar knows whom to chase.
*> ------------------------------------------------------------------
MissingGradesReport.
    DISPLAY " "
    DISPLAY "Missing Grades by Instructor   Term: " WS-TERM-TEXT
        "   As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "------------------"
    DISPLAY "Course   Term   Student    Name"
    DISPLAY "----------------------------------------------------------"
        "------------------"

    SORT SortRoster
        ON ASCENDING KEY SR-InstructorId SR-CourseCode SR-Term
            SR-StudentNumber
        INPUT PROCEDURE IS ReleaseMissingGrades
        OUTPUT PROCEDURE IS PrintMissingGrades

    DISPLAY "=========================================================="
        "=================="
    MOVE WS-INSTRUCTOR-COUNT TO WS-EDIT-COUNT
    DISPLAY "Instructors:          " WS-EDIT-COUNT
    MOVE WS-ENROLLED-COUNT TO WS-EDIT-COUNT
    DISPLAY "Enrollments checked:  " WS-EDIT-COUNT
    MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
    DISPLAY "Grades missing:       " WS-EDIT-COUNT
    IF WS-MISSING-COUNT = 0
        DISPLAY "No grades missing for the term."
        MOVE 4 TO RETURN-CODE
    END-IF.

ReleaseMissingGrades.
    MOVE LOW-VALUES TO EN-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF WS-REPORT-TERM = SPACES
                    OR EN-Term = WS-REPORT-TERM
                    ADD 1 TO WS-ENROLLED-COUNT
                    PERFORM LookUpCurrentGrade
                    IF WS-CUR-GRADE = SPACE
                        PERFORM ReleaseMissingGrade
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

*> One record per instructor assigned to the section; a section
*> with nobody assigned goes under a blank instructor, which
*> sorts ahead of the rest.
ReleaseMissingGrade.
    MOVE EN-CourseCode TO SR-CourseCode
    MOVE EN-Term TO SR-Term
    MOVE EN-StudentNumber TO SR-StudentNumber
    MOVE SPACE TO SR-Grade
    MOVE 0 TO SR-GradeDate
    MOVE 0 TO WS-INSTR-COUNT
    IF WS-INSTRUCTORS-AVAILABLE = 'Y'
        MOVE EN-CourseCode TO IA-CourseCode
        MOVE EN-Term TO IA-Term
        MOVE LOW-VALUES TO IA-InstructorId
        MOVE 'N' TO WS-ASSIGN-EOF
        START AssignmentFile KEY IS NOT LESS THAN IA-Key
            INVALID KEY
                MOVE 'Y' TO WS-ASSIGN-EOF
        END-START
        PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
            READ AssignmentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ASSIGN-EOF
                NOT AT END
                    IF IA-CourseCode NOT = EN-CourseCode
                        OR IA-Term NOT = EN-Term
                        MOVE 'Y' TO WS-ASSIGN-EOF
                    ELSE
                        MOVE IA-InstructorId TO SR-InstructorId
                        RELEASE SortRosterRec
                        ADD 1 TO WS-INSTR-COUNT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-INSTR-COUNT = 0
        MOVE SPACES TO SR-InstructorId
        RELEASE SortRosterRec
    END-IF.

PrintMissingGrades.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortRoster
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintMissingLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintInstructorTotals
    END-IF.

PrintMissingLine.
    IF WS-FIRST-RECORD = 'N'
        AND SR-InstructorId NOT = WS-CURR-INSTRUCTOR
        PERFORM PrintInstructorTotals
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SR-InstructorId TO WS-CURR-INSTRUCTOR
        MOVE 0 TO WS-GROUP-MISSING
        ADD 1 TO WS-INSTRUCTOR-COUNT
        MOVE 'N' TO WS-FIRST-RECORD
        IF SR-InstructorId = SPACES
            DISPLAY "No instructor assigned"
        ELSE
            MOVE SR-InstructorId TO IN-InstructorId
            PERFORM LookUpInstructorName
            DISPLAY "Instructor " SR-InstructorId " " IN-Name
                " " IN-Department
        END-IF
    END-IF
    PERFORM LookUpStudentName
    ADD 1 TO WS-GROUP-MISSING
    ADD 1 TO WS-MISSING-COUNT
    DISPLAY SR-CourseCode " " SR-Term " " SR-StudentNumber " "
        WS-STUDENT-NAME.

PrintInstructorTotals.
    MOVE WS-GROUP-MISSING TO WS-EDIT-COUNT
    DISPLAY "    " WS-EDIT-COUNT " grades missing"
    DISPLAY " ".

*> ------------------------------------------------------------------
*> Lookups shared by both reports.
*> ------------------------------------------------------------------
LookUpCurrentGrade.
    MOVE SPACE TO WS-CUR-GRADE
    MOVE 0 TO WS-CUR-DATE
    IF WS-GRADES-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE EN-StudentNumber TO GR-StudentNumber
    MOVE 0 TO GR-Date
    MOVE 0 TO GR-Time
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
                IF GR-StudentNumber NOT = EN-StudentNumber
                    MOVE 'Y' TO WS-GRADES-EOF
                ELSE
                    IF GR-CourseCode = EN-CourseCode
                        AND GR-Term = EN-Term
                        MOVE GR-Grade TO WS-CUR-GRADE
                        MOVE GR-Date TO WS-CUR-DATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LookUpStudentName.
    MOVE SPACES TO WS-STUDENT-NAME
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE SR-StudentNumber TO StudentNumber
        READ StudentFile
            INVALID KEY
                MOVE "(not on student file)" TO WS-STUDENT-NAME
            NOT INVALID KEY
                MOVE StudentName TO WS-STUDENT-NAME
        END-READ
    END-IF.

LookUpInstructorName.
    READ InstructorFile
        INVALID KEY
            MOVE "(not on instructor file)" TO IN-Name
            MOVE SPACES TO IN-Department
    END-READ.
