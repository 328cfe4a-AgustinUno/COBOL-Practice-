        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

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

DATA DIVISION.
FILE SECTION.
FD GradesFile.
COPY GRADEREC.

FD RosterScores.
01 RosterScoreLine       PIC X(40).

FD CourseCatalog.
COPY COURSE.
    05 FILLER        PIC X.
    05 RR-ReasonText PIC X(24).
    05 FILLER        PIC X.
    05 RR-InputLine  PIC X(40).

FD InstructorFile.
COPY INSTRUCT.

FD AssignmentFile.
COPY INSTASSN.

WORKING-STORAGE SECTION.
01 WS-GRADES-FILE-NAME PIC X(50) VALUE "GRADES.DAT".
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-REJECT-STATUS==.

*> Instructor check: whoever posts a grade or authorizes a change
*> must be an active instructor, assigned to the offering when the
*> grade has one. Roster lines may name the instructor in a fourth
*> field; a line that names none is taken as before.
01 WS-POSTED-BY        PIC X(6) VALUE SPACES.
01 WS-INSTR-OK         PIC X.
01 WS-INSTR-TEXT       PIC X(24).
01 WS-INSTRUCTORS-AVAILABLE PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-INSTRUCTOR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ASSIGN-STATUS==.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GradeCalc".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    OPEN I-O GradesFile

    PERFORM OpenAuditLog
    PERFORM OpenCourseCatalog
    PERFORM OpenInstructorFiles

    DISPLAY "1. Enter a single score"
    DISPLAY "2. Batch-grade a roster file"
    IF WS-CATALOG-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF.
    IF WS-INSTRUCTORS-AVAILABLE = 'Y'
        CLOSE InstructorFile
        CLOSE AssignmentFile
    END-IF.
    CLOSE AuditLog.
    PERFORM LogRunEnd.
    GOBACK.
        END-IF
    END-IF.

*> Both instructor files are needed for the check; until they are
*> set up grades are taken without it.
OpenInstructorFiles.
    OPEN INPUT InstructorFile
    IF WS-INSTRUCTOR-STATUS-FILE-NOT-FOUND
        DISPLAY "Instructor file not found; instructors will not "
            "be checked."
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-INSTRUCTOR-STATUS-OK
        DISPLAY "GradeCalculator: error opening instructor file, "
            "status = " WS-INSTRUCTOR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT AssignmentFile
    IF WS-ASSIGN-STATUS-FILE-NOT-FOUND
        DISPLAY "Instructor assignment file not found; instructors "
            "will not be checked."
        CLOSE InstructorFile
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-ASSIGN-STATUS-OK
        DISPLAY "GradeCalculator: error opening assignment file, "
            "status = " WS-ASSIGN-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'Y' TO WS-INSTRUCTORS-AVAILABLE.

*> Checks WS-POSTED-BY against the instructor master and, when the
*> grade is for a catalog offering, against the instructors
*> assigned to WS-COURSE-CODE / WS-COURSE-TERM. WS-INSTR-TEXT
*> says why when WS-INSTR-OK comes back N.
CheckInstructor.
    MOVE 'Y' TO WS-INSTR-OK
    MOVE SPACES TO WS-INSTR-TEXT
    IF WS-INSTRUCTORS-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-POSTED-BY TO IN-InstructorId
    READ InstructorFile
        INVALID KEY
            MOVE 'N' TO WS-INSTR-OK
            MOVE "INSTRUCTOR NOT ON FILE" TO WS-INSTR-TEXT
            EXIT PARAGRAPH
    END-READ
    IF NOT IN-Active
        MOVE 'N' TO WS-INSTR-OK
        MOVE "INSTRUCTOR INACTIVE" TO WS-INSTR-TEXT
        EXIT PARAGRAPH
    END-IF
    IF WS-COURSE-CODE = SPACES OR WS-COURSE-TERM = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-COURSE-CODE TO IA-CourseCode
    MOVE WS-COURSE-TERM TO IA-Term
    MOVE WS-POSTED-BY TO IA-InstructorId
    READ AssignmentFile
        INVALID KEY
            MOVE 'N' TO WS-INSTR-OK
            MOVE "INSTRUCTOR NOT ASSIGNED" TO WS-INSTR-TEXT
    END-READ.

*> Resolve WS-COURSE-CODE against the catalog, leaving the course
*> term in WS-COURSE-TERM. An unknown or blank course is carried as
*> entered with a blank term so the grade is still recorded.
    MOVE "GradeCalc" TO AL-Program-Id.
    MOVE WS-GRADE-AUDIT-ACTION TO AL-Action.
    MOVE StudentNumber TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "GradeCalculator: error writing audit record, status = "
    ACCEPT WS-COURSE-CODE.
    PERFORM LookUpCourse.

    DISPLAY "Enter instructor ID: " WITH NO ADVANCING.
    ACCEPT WS-POSTED-BY.
    IF WS-POSTED-BY = SPACES AND WS-INSTRUCTORS-AVAILABLE = 'Y'
        DISPLAY "Instructor ID is required. Score not saved."
        EXIT PARAGRAPH
    END-IF
    PERFORM CheckInstructor
    IF WS-INSTR-OK = 'N'
        DISPLAY "Instructor " WS-POSTED-BY ": " WS-INSTR-TEXT
            ". Score not saved."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter homework score: " WITH NO ADVANCING.
    ACCEPT WS-HOMEWORK-SCORE.
    DISPLAY "Enter homework weight (pct): " WITH NO ADVANCING.
*> Grade change: the sanctioned correction path. The mis-keyed
*> record stays on file untouched; a new adjusting entry is
*> written referencing it, with a reason code and the authorizing
*> instructor, and the transcript shows the supersession. It is
*> keyed under a supervisor sign-on.
*> ------------------------------------------------------------------
EnterGradeChange.
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "A grade change needs a supervisor sign-on."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter student number: " WITH NO ADVANCING.
    ACCEPT StudentNumber.
    DISPLAY "Enter original grade date (YYYYMMDD): "

    DISPLAY "Enter reason code (2 chars): " WITH NO ADVANCING.
    ACCEPT WS-CHG-REASON.
    DISPLAY "Enter authorizing instructor ID: " WITH NO ADVANCING.
    ACCEPT WS-CHG-AUTH-BY.
    IF WS-CHG-REASON = SPACES OR WS-CHG-AUTH-BY = SPACES
        DISPLAY "Reason code and authorizing instructor are both "
        PERFORM ClearChangeFields
        EXIT PARAGRAPH
    END-IF
    IF WS-INSTRUCTORS-AVAILABLE = 'Y'
        IF WS-CHG-AUTH-BY (7:) NOT = SPACES
            DISPLAY "Authorizing instructor must be an instructor "
                "ID. Change cancelled."
            PERFORM ClearChangeFields
            EXIT PARAGRAPH
        END-IF
        MOVE WS-CHG-AUTH-BY TO WS-POSTED-BY
        PERFORM CheckInstructor
        IF WS-INSTR-OK = 'N'
            DISPLAY "Instructor " WS-POSTED-BY ": " WS-INSTR-TEXT
                ". Change cancelled."
            PERFORM ClearChangeFields
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM DetermineGrade
    MOVE "GRADECHG" TO WS-GRADE-AUDIT-ACTION
    MOVE 0 TO WS-CHG-ORIG-DATE
    MOVE 0 TO WS-CHG-ORIG-TIME
    MOVE SPACES TO WS-CHG-REASON
    MOVE SPACES TO WS-CHG-AUTH-BY
    MOVE SPACES TO WS-POSTED-BY.

BatchGradeRoster.
    OPEN INPUT RosterScores
GradeRosterLine.
    MOVE SPACES TO WS-COURSE-CODE
    MOVE SPACES TO WS-SCORE-X
    MOVE SPACES TO WS-POSTED-BY
    UNSTRING RosterScoreLine DELIMITED BY ","
        INTO StudentNumber, WS-SCORE-X, WS-COURSE-CODE, WS-POSTED-BY
    END-UNSTRING

    PERFORM ValidateRosterLine

    PERFORM LookUpCourse

    IF WS-POSTED-BY NOT = SPACES
        PERFORM CheckInstructor
        IF WS-INSTR-OK = 'N'
            MOVE "04" TO WS-REJ-CODE
            MOVE WS-INSTR-TEXT TO WS-REJ-TEXT
            PERFORM RejectRosterLine
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM DetermineGrade
    PERFORM SaveGradeRecord
    PERFORM AccumulateGradeStats.
    MOVE WS-CHG-ORIG-TIME TO GR-ChangeOrigTime
    MOVE WS-CHG-REASON TO GR-ChangeReason
    MOVE WS-CHG-AUTH-BY TO GR-ChangeAuthBy
    MOVE WS-POSTED-BY TO GR-PostedBy

    WRITE GradeRecord
        INVALID KEY
