        RECORD KEY IS CO-CourseCode
        FILE STATUS IS WS-COURSE-STATUS.

    SELECT HoldFile ASSIGN TO "STUHOLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-Key
        FILE STATUS IS WS-HOLD-STATUS.

    SELECT ProgramReqFile ASSIGN TO "PROGREQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PQ-Key
        FILE STATUS IS WS-PROGRAM-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD CourseCatalog.
COPY COURSE.

FD HoldFile.
COPY STUHOLD.

FD ProgramReqFile.
COPY PROGREQ.

FD AuditLog.
COPY AUDITREC.

01 WS-COURSE-CREDITS  PIC 9V9.
01 WS-COURSE-ON-FILE  PIC X.

*> No transcript for a student on hold unless the registrar
*> overrides; the override is audit-logged.
01 WS-HOLD-OPENED      PIC X VALUE 'N'.
01 WS-HOLD-AVAILABLE   PIC X VALUE 'N'.
01 WS-HOLD-EOF         PIC X.
01 WS-ON-HOLD          PIC X.
01 WS-HOLD-CLEARED     PIC X.
01 WS-OVERRIDE-X       PIC X(10).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HOLD-STATUS==.

*> Degree program assignment; the code is checked against the
*> program requirements file when there is one.
01 WS-PROGRAM-OPENED    PIC X VALUE 'N'.
01 WS-PROGRAM-AVAILABLE PIC X VALUE 'N'.
01 WS-NEW-PROGRAM       PIC X(6).
01 WS-NEW-GRAD-TERM     PIC X(6).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PROGRAM-STATUS==.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-RUN-PGM PIC X(20) VALUE "StudentInfo".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart.
    DISPLAY "Enter the filename for the text file: ".
    IF WS-CATALOG-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF.
    IF WS-HOLD-AVAILABLE = 'Y'
        CLOSE HoldFile
    END-IF.
    IF WS-PROGRAM-AVAILABLE = 'Y'
        CLOSE ProgramReqFile
    END-IF.
    CLOSE AuditLog.
    PERFORM LogRunEnd.
    GOBACK.
    MOVE "StudentInfo" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StudentInfoProgram: error writing audit record, status = "
    ACCEPT StudentName.
    DISPLAY "Enter student number: ".
    ACCEPT StudentNumber.
    PERFORM AcceptStudentProgram.
    MOVE WS-NEW-PROGRAM TO StudentProgram.
    MOVE WS-NEW-GRAD-TERM TO StudentGradTerm.

    WRITE StudentRecord
        INVALID KEY
        NOT INVALID KEY
            DISPLAY "Enter new student name: "
            ACCEPT StudentName
            DISPLAY "Current program: " StudentProgram
                "  expected graduation: " StudentGradTerm
                " (blank keeps them)"
            PERFORM AcceptStudentProgram
            IF WS-NEW-PROGRAM NOT = SPACES
                MOVE WS-NEW-PROGRAM TO StudentProgram
            END-IF
            IF WS-NEW-GRAD-TERM NOT = SPACES
                MOVE WS-NEW-GRAD-TERM TO StudentGradTerm
            END-IF
            REWRITE StudentRecord
                INVALID KEY
                    DISPLAY "Could not update student record."
            END-REWRITE
    END-READ.

*> Degree program and expected graduation term. A program code
*> must have requirement groups on file before a student can be
*> put on it.
AcceptStudentProgram.
    PERFORM OpenProgramFileIfNeeded
    DISPLAY "Enter degree program code (blank = none): ".
    ACCEPT WS-NEW-PROGRAM.
    IF WS-NEW-PROGRAM NOT = SPACES AND WS-PROGRAM-AVAILABLE = 'Y'
        MOVE WS-NEW-PROGRAM TO PQ-ProgramCode
        MOVE 0 TO PQ-GroupNo
        START ProgramReqFile KEY IS NOT LESS THAN PQ-Key
            INVALID KEY
                MOVE HIGH-VALUES TO PQ-ProgramCode
            NOT INVALID KEY
                READ ProgramReqFile NEXT RECORD
                    AT END
                        MOVE HIGH-VALUES TO PQ-ProgramCode
                END-READ
        END-START
        IF PQ-ProgramCode NOT = WS-NEW-PROGRAM
            DISPLAY "Program " WS-NEW-PROGRAM " has no requirements "
                "on file; program not assigned."
            MOVE SPACES TO WS-NEW-PROGRAM
        END-IF
    END-IF
    DISPLAY "Enter expected graduation term (e.g. 2027SP, "
        "blank = none): ".
    ACCEPT WS-NEW-GRAD-TERM.

OpenProgramFileIfNeeded.
    IF WS-PROGRAM-OPENED = 'N'
        OPEN INPUT ProgramReqFile
        IF WS-PROGRAM-STATUS-OK
            MOVE 'Y' TO WS-PROGRAM-AVAILABLE
        ELSE
            IF NOT WS-PROGRAM-STATUS-FILE-NOT-FOUND
                DISPLAY "StudentInfoProgram: error opening program "
                    "file, status = " WS-PROGRAM-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        MOVE 'Y' TO WS-PROGRAM-OPENED
    END-IF.

DeleteStudentInfo.
    DISPLAY "Enter student number to delete: ".
    ACCEPT WS-SEARCH-NUMBER.
    READ StudentFile
        INVALID KEY
            DISPLAY "Student number not found."
            EXIT PARAGRAPH
    END-READ

    PERFORM CheckStudentHolds
    IF WS-ON-HOLD = 'Y'
        PERFORM ConfirmHoldOverride
        IF WS-HOLD-CLEARED = 'N'
            DISPLAY "Transcript refused: student is on hold."
            EXIT PARAGRAPH
        END-IF
    END-IF

    DISPLAY " "
    DISPLAY "Transcript for: " StudentName " (" StudentNumber ")"
    DISPLAY "----------------------------------------------------------"
    IF WS-GRADES-AVAILABLE = 'N'
        DISPLAY "No recorded grades for this student."
    ELSE
        PERFORM PrintTranscriptGradeHistory
    END-IF.

OpenHoldFileIfNeeded.
    IF WS-HOLD-OPENED = 'N'
        OPEN INPUT HoldFile
        IF WS-HOLD-STATUS-OK
            MOVE 'Y' TO WS-HOLD-AVAILABLE
        ELSE
            IF NOT WS-HOLD-STATUS-FILE-NOT-FOUND
                DISPLAY "StudentInfoProgram: error opening hold file, "
                    "status = " WS-HOLD-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        MOVE 'Y' TO WS-HOLD-OPENED
    END-IF.

*> Lists every hold on file for the student keyed in
*> WS-SEARCH-NUMBER and sets WS-ON-HOLD when there is one.
CheckStudentHolds.
    PERFORM OpenHoldFileIfNeeded
    MOVE 'N' TO WS-ON-HOLD
    IF WS-HOLD-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SEARCH-NUMBER TO SH-StudentNumber
    MOVE LOW-VALUES TO SH-HoldType
    MOVE 'N' TO WS-HOLD-EOF
    START HoldFile KEY IS NOT LESS THAN SH-Key
        INVALID KEY
            MOVE 'Y' TO WS-HOLD-EOF
    END-START
    PERFORM UNTIL WS-HOLD-EOF = 'Y'
        READ HoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-HOLD-EOF
            NOT AT END
                IF SH-StudentNumber NOT = WS-SEARCH-NUMBER
                    MOVE 'Y' TO WS-HOLD-EOF
                ELSE
                    MOVE 'Y' TO WS-ON-HOLD
                    DISPLAY "*** HOLD (" SH-HoldType ") placed "
                        SH-PlacedDate " by " SH-PlacedBy ": "
                        SH-Reason
                END-IF
        END-READ
    END-PERFORM.

*> Only the registrar (or a supervisor) may release a transcript
*> past a hold. The override is taken on the keyword from an
*> operator signed on in one of those roles, and the audit record
*> carries the student and the signed-on user who approved it.
ConfirmHoldOverride.
    MOVE 'N' TO WS-HOLD-CLEARED
    DISPLAY "Registrar override: type OVERRIDE to print anyway: "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        EXIT PARAGRAPH
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT (SO-Registrar OR SO-Supervisor)
        DISPLAY "The override needs a registrar or supervisor "
            "sign-on."
        EXIT PARAGRAPH
    END-IF
    MOVE "HOLDOVRD" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING WS-SEARCH-NUMBER SO-UserId DELIMITED BY SIZE
        INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Hold override accepted and audit-logged."
    MOVE 'Y' TO WS-HOLD-CLEARED.

PrintTranscriptGradeHistory.
    PERFORM OpenCourseCatalogIfNeeded
