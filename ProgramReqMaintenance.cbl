IDENTIFICATION DIVISION.
PROGRAM-ID. ProgramReqMaintenance.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProgramReqFile ASSIGN TO "PROGREQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PQ-Key
        FILE STATUS IS WS-PROGRAM-STATUS.

    SELECT CourseCatalog ASSIGN TO "COURSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CourseCode
        FILE STATUS IS WS-COURSE-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ProgramReqFile.
COPY PROGREQ.

FD CourseCatalog.
COPY COURSE.

FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
01 WS-KEY-OK         PIC X.
01 WS-DETAIL-OK      PIC X.
01 WS-TODAY          PIC 9(8).
01 WS-SEARCH-PROGRAM PIC X(6).
01 WS-LAST-PROGRAM   PIC X(6).
01 WS-CATALOG-AVAILABLE PIC X VALUE 'N'.
01 WS-GROUP-X        PIC X(2).
01 WS-NUMBER-X       PIC X(8).
01 WS-COURSE-X       PIC X(8).
01 WS-COURSE-DONE    PIC X.
01 WS-COURSE-IDX     PIC 99.
01 WS-COURSE-MAX     PIC 99 VALUE 12.
01 WS-LIST-COUNT     PIC 9(5).
01 WS-TYPE-TEXT      PIC X(14).
01 WS-EDIT-CREDITS   PIC ZZ9.9.
01 WS-CONFIRM        PIC X.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-PROGRAM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-COURSE-STATUS==.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM OpenProgramFile.
    PERFORM OpenCourseCatalog.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Add Requirement Group"
        DISPLAY "2. View Program Requirements"
        DISPLAY "3. Change Requirement Group"
        DISPLAY "4. Remove Requirement Group"
        DISPLAY "5. List Programs"
        DISPLAY "6. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM AddGroup
            WHEN '2'
                PERFORM ViewProgram
            WHEN '3'
                PERFORM ChangeGroup
            WHEN '4'
                PERFORM RemoveGroup
            WHEN '5'
                PERFORM ListPrograms
            WHEN '6'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE ProgramReqFile.
    IF WS-CATALOG-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF.
    CLOSE AuditLog.
    GOBACK.

OpenProgramFile.
    OPEN I-O ProgramReqFile.
    IF WS-PROGRAM-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ProgramReqFile
        CLOSE ProgramReqFile
        OPEN I-O ProgramReqFile
    END-IF
    IF NOT WS-PROGRAM-STATUS-OK
        DISPLAY "ProgramReqMaintenance: error opening program file, "
            "status = " WS-PROGRAM-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenCourseCatalog.
    OPEN INPUT CourseCatalog
    IF WS-COURSE-STATUS-FILE-NOT-FOUND
        DISPLAY "Course catalog not found. Courses will not be "
            "validated against it."
    ELSE
        IF NOT WS-COURSE-STATUS-OK
            DISPLAY "ProgramReqMaintenance: error opening course "
                "catalog, status = " WS-COURSE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        ELSE
            MOVE 'Y' TO WS-CATALOG-AVAILABLE
        END-IF
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "ProgramReqMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "ProgramReqMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "ProgramReqMaintenance: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

AcceptGroupKey.
    MOVE 'N' TO WS-KEY-OK
    DISPLAY "Program code: " WITH NO ADVANCING
    ACCEPT PQ-ProgramCode
    IF PQ-ProgramCode = SPACES
        DISPLAY "Program code is required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Group number (01-99): " WITH NO ADVANCING
    ACCEPT WS-GROUP-X
    IF WS-GROUP-X (2:1) = SPACE
        MOVE WS-GROUP-X (1:1) TO WS-GROUP-X (2:1)
        MOVE '0' TO WS-GROUP-X (1:1)
    END-IF
    IF WS-GROUP-X IS NOT NUMERIC OR WS-GROUP-X = "00"
        DISPLAY "Group number must be 01 to 99."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-GROUP-X TO PQ-GroupNo
    MOVE PQ-Key TO WS-AUDIT-KEY
    MOVE 'Y' TO WS-KEY-OK.

*> Name and type, then what the type needs: a course list and
*> minimum grade for core and elective groups, a credit total or
*> a GPA floor for the others. Fields a type does not use are
*> left zero.
AcceptGroupDetail.
    MOVE 'N' TO WS-DETAIL-OK
    DISPLAY "Group name (e.g. CORE COURSES): " WITH NO ADVANCING
    ACCEPT PQ-GroupName
    IF PQ-GroupName = SPACES
        DISPLAY "Group name is required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Type (C=core courses, E=electives from a list, "
        "T=total credits, G=cumulative GPA): " WITH NO ADVANCING
    ACCEPT PQ-GroupType
    EVALUATE PQ-GroupType
        WHEN 'c' MOVE 'C' TO PQ-GroupType
        WHEN 'e' MOVE 'E' TO PQ-GroupType
        WHEN 't' MOVE 'T' TO PQ-GroupType
        WHEN 'g' MOVE 'G' TO PQ-GroupType
    END-EVALUATE
    IF NOT PQ-Valid-Type
        DISPLAY "Type must be C, E, T or G."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO PQ-MinGrade
    MOVE 0 TO PQ-CoursesRequired
    MOVE 0 TO PQ-MinCredits
    MOVE 0 TO PQ-MinGpa
    MOVE 0 TO PQ-CourseCount
    PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
            UNTIL WS-COURSE-IDX > WS-COURSE-MAX
        MOVE SPACES TO PQ-Course (WS-COURSE-IDX)
    END-PERFORM

    EVALUATE TRUE
        WHEN PQ-Core OR PQ-Elective
            PERFORM AcceptCourseList
        WHEN PQ-TotalCredits
            DISPLAY "Minimum credits earned (e.g. 120): "
                WITH NO ADVANCING
            ACCEPT WS-NUMBER-X
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-X) NOT = 0
                DISPLAY "Credits not numeric."
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-NUMBER-X) <= 0
                OR FUNCTION NUMVAL(WS-NUMBER-X) > 999.9
                DISPLAY "Credits must be from 0.1 to 999.9."
                EXIT PARAGRAPH
            END-IF
            COMPUTE PQ-MinCredits = FUNCTION NUMVAL(WS-NUMBER-X)
            MOVE 'Y' TO WS-DETAIL-OK
        WHEN PQ-CumGpa
            DISPLAY "Minimum cumulative GPA (e.g. 2.00): "
                WITH NO ADVANCING
            ACCEPT WS-NUMBER-X
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-X) NOT = 0
                DISPLAY "GPA not numeric."
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-NUMBER-X) <= 0
                OR FUNCTION NUMVAL(WS-NUMBER-X) > 4
                DISPLAY "GPA must be above 0.00 and at most 4.00."
                EXIT PARAGRAPH
            END-IF
            COMPUTE PQ-MinGpa = FUNCTION NUMVAL(WS-NUMBER-X)
            MOVE 'Y' TO WS-DETAIL-OK
    END-EVALUATE.

*> Each course must be on the catalog when it is available. An
*> elective group needs at least as many courses listed as it
*> requires.
AcceptCourseList.
    DISPLAY "Minimum grade that counts (A-D, blank = D): "
        WITH NO ADVANCING
    ACCEPT PQ-MinGrade
    EVALUATE PQ-MinGrade
        WHEN SPACE MOVE 'D' TO PQ-MinGrade
        WHEN 'a' MOVE 'A' TO PQ-MinGrade
        WHEN 'b' MOVE 'B' TO PQ-MinGrade
        WHEN 'c' MOVE 'C' TO PQ-MinGrade
        WHEN 'd' MOVE 'D' TO PQ-MinGrade
    END-EVALUATE
    IF NOT PQ-Valid-Grade
        DISPLAY "Minimum grade must be A, B, C or D."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter up to " WS-COURSE-MAX " course codes, one per "
        "line; blank line to finish."
    MOVE 'N' TO WS-COURSE-DONE
    PERFORM UNTIL WS-COURSE-DONE = 'Y'
            OR PQ-CourseCount >= WS-COURSE-MAX
        DISPLAY "Course: " WITH NO ADVANCING
        ACCEPT WS-COURSE-X
        IF WS-COURSE-X = SPACES
            MOVE 'Y' TO WS-COURSE-DONE
        ELSE
            PERFORM AddListCourse
        END-IF
    END-PERFORM
    IF PQ-CourseCount = 0
        DISPLAY "At least one course is required."
        EXIT PARAGRAPH
    END-IF
    IF PQ-Core
        MOVE PQ-CourseCount TO PQ-CoursesRequired
        MOVE 'Y' TO WS-DETAIL-OK
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Number of these courses required: " WITH NO ADVANCING
    ACCEPT WS-GROUP-X
    IF WS-GROUP-X (2:1) = SPACE
        MOVE WS-GROUP-X (1:1) TO WS-GROUP-X (2:1)
        MOVE '0' TO WS-GROUP-X (1:1)
    END-IF
    IF WS-GROUP-X IS NOT NUMERIC OR WS-GROUP-X = "00"
        DISPLAY "Number required must be 1 or more."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-GROUP-X TO PQ-CoursesRequired
    IF PQ-CoursesRequired > PQ-CourseCount
        DISPLAY "Only " PQ-CourseCount " courses are listed."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-DETAIL-OK.

AddListCourse.
    IF WS-CATALOG-AVAILABLE = 'Y'
        MOVE WS-COURSE-X TO CO-CourseCode
        READ CourseCatalog
            INVALID KEY
                DISPLAY "Course " WS-COURSE-X " not on catalog; "
                    "not added."
                EXIT PARAGRAPH
        END-READ
    END-IF
    PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
            UNTIL WS-COURSE-IDX > PQ-CourseCount
        IF PQ-Course (WS-COURSE-IDX) = WS-COURSE-X
            DISPLAY "Course " WS-COURSE-X " already listed."
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    ADD 1 TO PQ-CourseCount
    MOVE WS-COURSE-X TO PQ-Course (PQ-CourseCount).

SetGroupText.
    EVALUATE TRUE
        WHEN PQ-Core
            MOVE "CORE" TO WS-TYPE-TEXT
        WHEN PQ-Elective
            MOVE "ELECTIVES" TO WS-TYPE-TEXT
        WHEN PQ-TotalCredits
            MOVE "TOTAL CREDITS" TO WS-TYPE-TEXT
        WHEN PQ-CumGpa
            MOVE "CUMULATIVE GPA" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-TYPE-TEXT
    END-EVALUATE.

AddGroup.
    PERFORM AcceptGroupKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptGroupDetail
    IF WS-DETAIL-OK = 'N'
        DISPLAY "Requirement group not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TODAY TO PQ-EnteredDate
    WRITE ProgramReqRecord
        INVALID KEY
            IF WS-PROGRAM-STATUS-DUPLICATE-KEY
                DISPLAY "Program already has a group with that "
                    "number. Group not added."
            ELSE
                DISPLAY "Could not add group. Record not written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Requirement group added."
            MOVE "PROGADD" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-WRITE.

ViewProgram.
    DISPLAY "Program code: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-PROGRAM
    MOVE WS-SEARCH-PROGRAM TO PQ-ProgramCode
    MOVE 0 TO PQ-GroupNo
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START ProgramReqFile KEY IS NOT LESS THAN PQ-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Requirements for program " WS-SEARCH-PROGRAM ":"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ProgramReqFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF PQ-ProgramCode NOT = WS-SEARCH-PROGRAM
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    PERFORM ShowGroup
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No requirement groups on file for this program."
    END-IF.

ShowGroup.
    PERFORM SetGroupText
    DISPLAY PQ-GroupNo " " PQ-GroupName " " WS-TYPE-TEXT
    EVALUATE TRUE
        WHEN PQ-Core
            DISPLAY "    All of, at " PQ-MinGrade " or better:"
            PERFORM ShowGroupCourses
        WHEN PQ-Elective
            DISPLAY "    " PQ-CoursesRequired " of, at " PQ-MinGrade
                " or better:"
            PERFORM ShowGroupCourses
        WHEN PQ-TotalCredits
            MOVE PQ-MinCredits TO WS-EDIT-CREDITS
            DISPLAY "    At least " WS-EDIT-CREDITS " credits earned"
        WHEN PQ-CumGpa
            DISPLAY "    Cumulative GPA of at least " PQ-MinGpa
    END-EVALUATE
    ADD 1 TO WS-LIST-COUNT.

ShowGroupCourses.
    PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
            UNTIL WS-COURSE-IDX > PQ-CourseCount
        DISPLAY "      " PQ-Course (WS-COURSE-IDX)
    END-PERFORM.

ReadGroup.
    PERFORM AcceptGroupKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-KEY-OK
    READ ProgramReqFile
        INVALID KEY
            DISPLAY "No such requirement group on file."
            EXIT PARAGRAPH
    END-READ
    PERFORM ShowGroup
    MOVE 'Y' TO WS-KEY-OK.

ChangeGroup.
    PERFORM ReadGroup
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptGroupDetail
    IF WS-DETAIL-OK = 'N'
        DISPLAY "Requirement group not changed."
        EXIT PARAGRAPH
    END-IF
    REWRITE ProgramReqRecord
        INVALID KEY
            DISPLAY "Could not change group, status = "
                WS-PROGRAM-STATUS
        NOT INVALID KEY
            DISPLAY "Requirement group changed."
            MOVE "PROGCHG" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-REWRITE.

RemoveGroup.
    PERFORM ReadGroup
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Remove this requirement group (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Requirement group left in place."
        EXIT PARAGRAPH
    END-IF
    DELETE ProgramReqFile
        INVALID KEY
            DISPLAY "Could not remove group, status = "
                WS-PROGRAM-STATUS
        NOT INVALID KEY
            DISPLAY "Requirement group removed."
            MOVE "PROGDEL" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-DELETE.

*> One line per program code, with the number of groups it has.
ListPrograms.
    MOVE LOW-VALUES TO PQ-Key
    MOVE SPACES TO WS-LAST-PROGRAM
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START ProgramReqFile KEY IS NOT LESS THAN PQ-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Program  Groups"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ProgramReqFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF PQ-ProgramCode NOT = WS-LAST-PROGRAM
                    IF WS-LAST-PROGRAM NOT = SPACES
                        DISPLAY WS-LAST-PROGRAM "   " WS-LIST-COUNT
                    END-IF
                    MOVE PQ-ProgramCode TO WS-LAST-PROGRAM
                    MOVE 0 TO WS-LIST-COUNT
                END-IF
                ADD 1 TO WS-LIST-COUNT
        END-READ
    END-PERFORM
    IF WS-LAST-PROGRAM = SPACES
        DISPLAY "No degree programs on file."
    ELSE
        DISPLAY WS-LAST-PROGRAM "   " WS-LIST-COUNT
    END-IF.
