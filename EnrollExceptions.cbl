IDENTIFICATION DIVISION.
PROGRAM-ID. EnrollExceptions.

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

    SELECT CourseCatalog ASSIGN TO "COURSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CourseCode
        FILE STATUS IS WS-COURSE-STATUS.

    SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-Key
        FILE STATUS IS WS-PREREQ-STATUS.

    SELECT GradesFile ASSIGN TO "GRADES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-Key
        FILE STATUS IS WS-GRADES-STATUS.

DATA DIVISION.
FILE SECTION.
FD EnrollmentFile.
COPY ENROLL.

FD CourseCatalog.
COPY COURSE.

FD PrereqFile.
COPY PREREQ.

FD GradesFile.
COPY GRADEREC.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
01 WS-PREREQ-EOF PIC X.
01 WS-GRADES-EOF PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ENROLL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-COURSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PREREQ-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-GRADES-STATUS==.

01 WS-TODAY PIC 9(8).
01 WS-REPORT-TERM PIC X(6).
01 WS-TERM-TEXT PIC X(9).
01 WS-PREREQ-AVAILABLE PIC X VALUE 'N'.
01 WS-GRADES-AVAILABLE PIC X VALUE 'N'.

*> One student's enrollments, gathered on the student control
*> break (the enrollment key leads with the student), so the
*> repeat count can see every term the student took a course.
01 WS-CURR-STUDENT PIC X(10).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-EN-TABLE.
   05 WS-EN-ENTRY OCCURS 100 TIMES.
      10 WS-EN-COURSE   PIC X(8).
      10 WS-EN-TERM     PIC X(6).
      10 WS-EN-OVERRIDE PIC X(10).
01 WS-EN-COUNT PIC 999 VALUE 0.
01 WS-EN-MAX   PIC 999 VALUE 100.
01 WS-EN-IDX   PIC 999.
01 WS-EN-IDX2  PIC 999.

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

01 WS-ATTEMPT-TABLE.
   05 WS-ATTEMPT-TERM PIC X(6) OCCURS 20 TIMES.
01 WS-ATTEMPTS PIC 99.
01 WS-ATTEMPT-MAX PIC 99 VALUE 20.
01 WS-ATTEMPT-IDX PIC 99.
01 WS-ATTEMPT-FOUND PIC X.
01 WS-ADD-TERM PIC X(6).
01 WS-ATTEMPT-LIMIT PIC 9.
01 WS-DEFAULT-ATTEMPTS PIC 9 VALUE 3.

01 WS-CHECK-COURSE PIC X(8).
01 WS-CHECK-TERM PIC X(6).
01 WS-CHECK-OVERRIDE PIC X(10).
01 WS-PREREQ-MET PIC X.
01 WS-EXCEPTION-FOUND PIC X.
01 WS-RULE-TEXT PIC X(6).
01 WS-DETAIL PIC X(34).
01 WS-OVERRIDE-TEXT PIC X(10).
01 WS-EDIT-COUNT PIC ZZZZ9.
01 WS-EDIT-ATTEMPTS PIC Z9.

01 WS-ENROLLMENTS-CHECKED PIC 9(5) VALUE 0.
01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
01 WS-OVERRIDDEN-COUNT PIC 9(5) VALUE 0.
01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE 0.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "EnrollExceptions".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "Term to check (e.g. 2026FA, blank = all terms): "
        WITH NO ADVANCING
    ACCEPT WS-REPORT-TERM
    IF WS-REPORT-TERM = SPACES
        MOVE "ALL TERMS" TO WS-TERM-TEXT
    ELSE
        MOVE WS-REPORT-TERM TO WS-TERM-TEXT
    END-IF

    OPEN INPUT EnrollmentFile
    IF WS-ENROLL-STATUS-FILE-NOT-FOUND
        DISPLAY "EnrollExceptions: no enrollments on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-ENROLL-STATUS-OK
        DISPLAY "EnrollExceptions: error opening enrollment file, "
            "status = " WS-ENROLL-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    OPEN INPUT CourseCatalog
    IF NOT WS-COURSE-STATUS-OK
        DISPLAY "EnrollExceptions: course catalog unavailable, "
            "status = " WS-COURSE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    OPEN INPUT PrereqFile
    IF WS-PREREQ-STATUS-OK
        MOVE 'Y' TO WS-PREREQ-AVAILABLE
    END-IF
    OPEN INPUT GradesFile
    IF WS-GRADES-STATUS-OK
        MOVE 'Y' TO WS-GRADES-AVAILABLE
    END-IF

    DISPLAY " "
    DISPLAY "Enrollment Rule Exceptions   Term: " WS-TERM-TEXT
        "          As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "-----------------------"
    DISPLAY "Student    Course   Term   Rule   Detail                  "
        "           Override"
    DISPLAY "----------------------------------------------------------"
        "-----------------------"

    MOVE LOW-VALUES TO EN-Key
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM GatherEnrollment
        END-READ
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM CheckOneStudent
    END-IF

    DISPLAY "----------------------------------------------------------"
        "-----------------------"
    MOVE WS-ENROLLMENTS-CHECKED TO WS-EDIT-COUNT
    DISPLAY "Enrollments checked:           " WS-EDIT-COUNT
    MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
    DISPLAY "Enrollments breaking a rule:   " WS-EDIT-COUNT
    MOVE WS-OVERRIDDEN-COUNT TO WS-EDIT-COUNT
    DISPLAY "  overridden by the registrar: " WS-EDIT-COUNT
    MOVE WS-UNRESOLVED-COUNT TO WS-EDIT-COUNT
    DISPLAY "  with no override on record:  " WS-EDIT-COUNT

    CLOSE EnrollmentFile
    CLOSE CourseCatalog
    IF WS-PREREQ-AVAILABLE = 'Y'
        CLOSE PrereqFile
    END-IF
    IF WS-GRADES-AVAILABLE = 'Y'
        CLOSE GradesFile
    END-IF
    IF WS-EXCEPTION-COUNT = 0
        DISPLAY "No enrollments break the prerequisite or repeat "
            "rules."
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM LogRunEnd
    STOP RUN.

LogRunStart.
    MOVE 'S' TO WS-RUN-EVENT
    MOVE 0 TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

LogRunEnd.
    MOVE 'E' TO WS-RUN-EVENT
    MOVE RETURN-CODE TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

GatherEnrollment.
    IF WS-FIRST-RECORD = 'N'
        AND EN-StudentNumber NOT = WS-CURR-STUDENT
        PERFORM CheckOneStudent
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE EN-StudentNumber TO WS-CURR-STUDENT
        MOVE 0 TO WS-EN-COUNT
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    IF WS-EN-COUNT >= WS-EN-MAX
        DISPLAY "EnrollExceptions: more than " WS-EN-MAX
            " enrollments for student " WS-CURR-STUDENT
            "; excess not checked."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EN-COUNT
    MOVE EN-CourseCode TO WS-EN-COURSE (WS-EN-COUNT)
    MOVE EN-Term TO WS-EN-TERM (WS-EN-COUNT)
    MOVE EN-RuleOverrideBy TO WS-EN-OVERRIDE (WS-EN-COUNT).

*> Student break: the grade history is loaded once, then each of
*> the student's enrollments in the reported term is checked.
CheckOneStudent.
    PERFORM LoadGradeHistory
    PERFORM VARYING WS-EN-IDX FROM 1 BY 1
            UNTIL WS-EN-IDX > WS-EN-COUNT
        IF WS-REPORT-TERM = SPACES
            OR WS-EN-TERM (WS-EN-IDX) = WS-REPORT-TERM
            PERFORM CheckOneEnrollment
        END-IF
    END-PERFORM.

LoadGradeHistory.
    MOVE 0 TO WS-GR-COUNT
    IF WS-GRADES-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURR-STUDENT TO GR-StudentNumber
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
                IF GR-StudentNumber NOT = WS-CURR-STUDENT
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

CheckOneEnrollment.
    MOVE WS-EN-COURSE (WS-EN-IDX) TO WS-CHECK-COURSE
    MOVE WS-EN-TERM (WS-EN-IDX) TO WS-CHECK-TERM
    MOVE WS-EN-OVERRIDE (WS-EN-IDX) TO WS-CHECK-OVERRIDE
    IF WS-CHECK-OVERRIDE = SPACES
        MOVE "NONE" TO WS-OVERRIDE-TEXT
    ELSE
        MOVE WS-CHECK-OVERRIDE TO WS-OVERRIDE-TEXT
    END-IF
    MOVE 'N' TO WS-EXCEPTION-FOUND
    ADD 1 TO WS-ENROLLMENTS-CHECKED
    PERFORM CheckPrerequisites
    PERFORM CheckRepeatLimit
    IF WS-EXCEPTION-FOUND = 'Y'
        ADD 1 TO WS-EXCEPTION-COUNT
        IF WS-CHECK-OVERRIDE = SPACES
            ADD 1 TO WS-UNRESOLVED-COUNT
        ELSE
            ADD 1 TO WS-OVERRIDDEN-COUNT
        END-IF
    END-IF.

CheckPrerequisites.
    IF WS-PREREQ-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHECK-COURSE TO PR-CourseCode
    MOVE LOW-VALUES TO PR-PrereqCode
    MOVE 'N' TO WS-PREREQ-EOF
    START PrereqFile KEY IS NOT LESS THAN PR-Key
        INVALID KEY
            MOVE 'Y' TO WS-PREREQ-EOF
    END-START
    PERFORM UNTIL WS-PREREQ-EOF = 'Y'
        READ PrereqFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PREREQ-EOF
            NOT AT END
                IF PR-CourseCode NOT = WS-CHECK-COURSE
                    MOVE 'Y' TO WS-PREREQ-EOF
                ELSE
                    PERFORM CheckOnePrereq
                END-IF
        END-READ
    END-PERFORM.

*> Letter grades collate best-first (A, B, C, D, then F), so a
*> grade satisfies the minimum when it is from A up to the
*> minimum letter.
CheckOnePrereq.
    MOVE 'N' TO WS-PREREQ-MET
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-COURSE (WS-GR-IDX) = PR-PrereqCode
            AND WS-GR-FLAG (WS-GR-IDX) NOT = 'S'
            AND WS-GR-GRADE (WS-GR-IDX) >= 'A'
            AND WS-GR-GRADE (WS-GR-IDX) <= PR-MinGrade
            MOVE 'Y' TO WS-PREREQ-MET
        END-IF
    END-PERFORM
    IF WS-PREREQ-MET = 'N'
        MOVE "PREREQ" TO WS-RULE-TEXT
        MOVE SPACES TO WS-DETAIL
        STRING PR-PrereqCode DELIMITED BY SPACE
            " not passed at " DELIMITED BY SIZE
            PR-MinGrade DELIMITED BY SIZE
            " or better" DELIMITED BY SIZE
            INTO WS-DETAIL
        PERFORM PrintException
    END-IF.

*> Attempts are the other terms with a grade in the course or an
*> enrollment in it; the enrollment being checked is the next.
CheckRepeatLimit.
    MOVE 0 TO WS-ATTEMPTS
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-COURSE (WS-GR-IDX) = WS-CHECK-COURSE
            AND WS-GR-TERM (WS-GR-IDX) NOT = WS-CHECK-TERM
            AND WS-GR-TERM (WS-GR-IDX) NOT = SPACES
            MOVE WS-GR-TERM (WS-GR-IDX) TO WS-ADD-TERM
            PERFORM AddAttemptTerm
        END-IF
    END-PERFORM
    PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
            UNTIL WS-EN-IDX2 > WS-EN-COUNT
        IF WS-EN-COURSE (WS-EN-IDX2) = WS-CHECK-COURSE
            AND WS-EN-TERM (WS-EN-IDX2) NOT = WS-CHECK-TERM
            MOVE WS-EN-TERM (WS-EN-IDX2) TO WS-ADD-TERM
            PERFORM AddAttemptTerm
        END-IF
    END-PERFORM

    MOVE WS-DEFAULT-ATTEMPTS TO WS-ATTEMPT-LIMIT
    MOVE WS-CHECK-COURSE TO CO-CourseCode
    READ CourseCatalog
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CO-RepeatLimit NOT = 0
                MOVE CO-RepeatLimit TO WS-ATTEMPT-LIMIT
            END-IF
    END-READ
    IF WS-ATTEMPTS >= WS-ATTEMPT-LIMIT
        MOVE "REPEAT" TO WS-RULE-TEXT
        MOVE WS-ATTEMPTS TO WS-EDIT-ATTEMPTS
        MOVE SPACES TO WS-DETAIL
        STRING WS-EDIT-ATTEMPTS DELIMITED BY SIZE
            " earlier attempts, limit " DELIMITED BY SIZE
            WS-ATTEMPT-LIMIT DELIMITED BY SIZE
            INTO WS-DETAIL
        PERFORM PrintException
    END-IF.

AddAttemptTerm.
    MOVE 'N' TO WS-ATTEMPT-FOUND
    PERFORM VARYING WS-ATTEMPT-IDX FROM 1 BY 1
            UNTIL WS-ATTEMPT-IDX > WS-ATTEMPTS
        IF WS-ATTEMPT-TERM (WS-ATTEMPT-IDX) = WS-ADD-TERM
            MOVE 'Y' TO WS-ATTEMPT-FOUND
        END-IF
    END-PERFORM
    IF WS-ATTEMPT-FOUND = 'N' AND WS-ATTEMPTS < WS-ATTEMPT-MAX
        ADD 1 TO WS-ATTEMPTS
        MOVE WS-ADD-TERM TO WS-ATTEMPT-TERM (WS-ATTEMPTS)
    END-IF.

PrintException.
    MOVE 'Y' TO WS-EXCEPTION-FOUND
    DISPLAY WS-CURR-STUDENT " " WS-CHECK-COURSE " " WS-CHECK-TERM " "
        WS-RULE-TEXT " " WS-DETAIL " " WS-OVERRIDE-TEXT.
