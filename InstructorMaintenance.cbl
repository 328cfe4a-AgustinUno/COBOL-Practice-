IDENTIFICATION DIVISION.
PROGRAM-ID. InstructorMaintenance.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
FD InstructorFile.
COPY INSTRUCT.

FD AssignmentFile.
COPY INSTASSN.

FD CourseCatalog.
COPY COURSE.

FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
01 WS-KEY-OK         PIC X.
01 WS-TODAY          PIC 9(8).
01 WS-CATALOG-AVAILABLE PIC X VALUE 'N'.
01 WS-SEARCH-ID      PIC X(6).
01 WS-SEARCH-CODE    PIC X(8).
01 WS-SEARCH-TERM    PIC X(6).
01 WS-NEW-NAME       PIC X(30).
01 WS-NEW-DEPT       PIC X(6).
01 WS-NEW-STATUS     PIC X.
01 WS-LIST-COUNT     PIC 9(5).
01 WS-STATUS-TEXT    PIC X(8).
01 WS-CONFIRM        PIC X.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-INSTRUCTOR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ASSIGN-STATUS==.
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
    PERFORM OpenInstructorFiles.
    PERFORM OpenCourseCatalog.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Add Instructor"
        DISPLAY "2. Change Instructor"
        DISPLAY "3. List Instructors"
        DISPLAY "4. Assign Instructor to Course Offering"
        DISPLAY "5. Remove Assignment"
        DISPLAY "6. View Instructors for a Course Offering"
        DISPLAY "7. View Courses for an Instructor"
        DISPLAY "8. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM AddInstructor
            WHEN '2'
                PERFORM ChangeInstructor
            WHEN '3'
                PERFORM ListInstructors
            WHEN '4'
                PERFORM AssignInstructor
            WHEN '5'
                PERFORM RemoveAssignment
            WHEN '6'
                PERFORM ViewOfferingInstructors
            WHEN '7'
                PERFORM ViewInstructorCourses
            WHEN '8'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE InstructorFile.
    CLOSE AssignmentFile.
    IF WS-CATALOG-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF.
    CLOSE AuditLog.
    GOBACK.

OpenInstructorFiles.
    OPEN I-O InstructorFile.
    IF WS-INSTRUCTOR-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT InstructorFile
        CLOSE InstructorFile
        OPEN I-O InstructorFile
    END-IF
    IF NOT WS-INSTRUCTOR-STATUS-OK
        DISPLAY "InstructorMaintenance: error opening instructor "
            "file, status = " WS-INSTRUCTOR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN I-O AssignmentFile.
    IF WS-ASSIGN-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AssignmentFile
        CLOSE AssignmentFile
        OPEN I-O AssignmentFile
    END-IF
    IF NOT WS-ASSIGN-STATUS-OK
        DISPLAY "InstructorMaintenance: error opening assignment "
            "file, status = " WS-ASSIGN-STATUS
        CLOSE InstructorFile
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenCourseCatalog.
    OPEN INPUT CourseCatalog
    IF WS-COURSE-STATUS-FILE-NOT-FOUND
        DISPLAY "Course catalog not found. Assignments will not be "
            "validated against it."
    ELSE
        IF NOT WS-COURSE-STATUS-OK
            DISPLAY "InstructorMaintenance: error opening course "
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
        DISPLAY "InstructorMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "InstructorMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "InstructorMaintenance: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

SetStatusText.
    IF IN-Active
        MOVE "ACTIVE" TO WS-STATUS-TEXT
    ELSE
        MOVE "INACTIVE" TO WS-STATUS-TEXT
    END-IF.

AddInstructor.
    DISPLAY "Instructor ID: " WITH NO ADVANCING
    ACCEPT IN-InstructorId
    IF IN-InstructorId = SPACES
        DISPLAY "Instructor ID is required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT IN-Name
    IF IN-Name = SPACES
        DISPLAY "Name is required. Instructor not added."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Department: " WITH NO ADVANCING
    ACCEPT IN-Department
    MOVE 'A' TO IN-Status
    MOVE WS-TODAY TO IN-AddedDate
    WRITE InstructorRecord
        INVALID KEY
            IF WS-INSTRUCTOR-STATUS-DUPLICATE-KEY
                DISPLAY "Instructor " IN-InstructorId " already on "
                    "file. Instructor not added."
            ELSE
                DISPLAY "Could not add instructor. Record not "
                    "written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Instructor added."
            MOVE "INSTADD" TO WS-AUDIT-ACTION
            MOVE IN-InstructorId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

*> Blank answers keep the current values. Setting an instructor
*> inactive leaves the assignments in place for the rosters of
*> the terms already taught.
ChangeInstructor.
    DISPLAY "Instructor ID: " WITH NO ADVANCING
    ACCEPT IN-InstructorId
    READ InstructorFile
        INVALID KEY
            DISPLAY "Instructor not on file."
            EXIT PARAGRAPH
    END-READ
    PERFORM SetStatusText
    DISPLAY "Current: " IN-Name " " IN-Department " " WS-STATUS-TEXT
    DISPLAY "New name (blank = keep): " WITH NO ADVANCING
    ACCEPT WS-NEW-NAME
    DISPLAY "New department (blank = keep): " WITH NO ADVANCING
    ACCEPT WS-NEW-DEPT
    DISPLAY "Status A=active, I=inactive (blank = keep): "
        WITH NO ADVANCING
    ACCEPT WS-NEW-STATUS
    EVALUATE WS-NEW-STATUS
        WHEN 'a' MOVE 'A' TO WS-NEW-STATUS
        WHEN 'i' MOVE 'I' TO WS-NEW-STATUS
    END-EVALUATE
    IF WS-NEW-STATUS NOT = SPACE
        AND WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'I'
        DISPLAY "Status must be A or I. Instructor not changed."
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-NAME NOT = SPACES
        MOVE WS-NEW-NAME TO IN-Name
    END-IF
    IF WS-NEW-DEPT NOT = SPACES
        MOVE WS-NEW-DEPT TO IN-Department
    END-IF
    IF WS-NEW-STATUS NOT = SPACE
        MOVE WS-NEW-STATUS TO IN-Status
    END-IF
    REWRITE InstructorRecord
        INVALID KEY
            DISPLAY "Could not change instructor, status = "
                WS-INSTRUCTOR-STATUS
        NOT INVALID KEY
            DISPLAY "Instructor changed."
            MOVE "INSTCHG" TO WS-AUDIT-ACTION
            MOVE IN-InstructorId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-REWRITE.

ListInstructors.
    MOVE LOW-VALUES TO IN-InstructorId
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START InstructorFile KEY IS NOT LESS THAN IN-InstructorId
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "ID     Name                           Dept   Status"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ InstructorFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM SetStatusText
                DISPLAY IN-InstructorId " " IN-Name " "
                    IN-Department " " WS-STATUS-TEXT
                ADD 1 TO WS-LIST-COUNT
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No instructors on file."
    END-IF.

*> The offering's term defaults to the catalog term of the course.
*> Only an active instructor can be given a new assignment.
AcceptOffering.
    MOVE 'N' TO WS-KEY-OK
    DISPLAY "Course code: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-CODE
    MOVE SPACES TO CO-Term
    IF WS-CATALOG-AVAILABLE = 'Y'
        MOVE WS-SEARCH-CODE TO CO-CourseCode
        READ CourseCatalog
            INVALID KEY
                DISPLAY "Course " WS-SEARCH-CODE " not on catalog."
                EXIT PARAGRAPH
        END-READ
    END-IF
    DISPLAY "Term (blank = " CO-Term "): " WITH NO ADVANCING
    ACCEPT WS-SEARCH-TERM
    IF WS-SEARCH-TERM = SPACES
        MOVE CO-Term TO WS-SEARCH-TERM
    END-IF
    IF WS-SEARCH-TERM = SPACES
        DISPLAY "Term is required."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-KEY-OK.

AssignInstructor.
    PERFORM AcceptOffering
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Instructor ID: " WITH NO ADVANCING
    ACCEPT IN-InstructorId
    READ InstructorFile
        INVALID KEY
            DISPLAY "Instructor not on file. Assignment not added."
            EXIT PARAGRAPH
    END-READ
    IF NOT IN-Active
        DISPLAY "Instructor " IN-InstructorId " is inactive. "
            "Assignment not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SEARCH-CODE TO IA-CourseCode
    MOVE WS-SEARCH-TERM TO IA-Term
    MOVE IN-InstructorId TO IA-InstructorId
    MOVE WS-TODAY TO IA-AssignedDate
    WRITE InstructorAssignRecord
        INVALID KEY
            IF WS-ASSIGN-STATUS-DUPLICATE-KEY
                DISPLAY "Instructor is already assigned to that "
                    "offering."
            ELSE
                DISPLAY "Could not add assignment. Record not "
                    "written."
            END-IF
        NOT INVALID KEY
            DISPLAY IN-Name " assigned to " WS-SEARCH-CODE " / "
                WS-SEARCH-TERM "."
            MOVE "ASSIGNADD" TO WS-AUDIT-ACTION
            MOVE IA-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

RemoveAssignment.
    PERFORM AcceptOffering
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Instructor ID: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-ID
    MOVE WS-SEARCH-CODE TO IA-CourseCode
    MOVE WS-SEARCH-TERM TO IA-Term
    MOVE WS-SEARCH-ID TO IA-InstructorId
    READ AssignmentFile
        INVALID KEY
            DISPLAY "No such assignment on file."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Remove this assignment (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Assignment left in place."
        EXIT PARAGRAPH
    END-IF
    DELETE AssignmentFile
        INVALID KEY
            DISPLAY "Could not remove assignment, status = "
                WS-ASSIGN-STATUS
        NOT INVALID KEY
            DISPLAY "Assignment removed."
            MOVE "ASSIGNDEL" TO WS-AUDIT-ACTION
            MOVE IA-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-DELETE.

ViewOfferingInstructors.
    PERFORM AcceptOffering
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SEARCH-CODE TO IA-CourseCode
    MOVE WS-SEARCH-TERM TO IA-Term
    MOVE LOW-VALUES TO IA-InstructorId
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START AssignmentFile KEY IS NOT LESS THAN IA-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Instructors for " WS-SEARCH-CODE " / " WS-SEARCH-TERM ":"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AssignmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF IA-CourseCode NOT = WS-SEARCH-CODE
                    OR IA-Term NOT = WS-SEARCH-TERM
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    PERFORM ShowAssignedInstructor
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No instructor assigned to this offering."
    END-IF.

ShowAssignedInstructor.
    MOVE IA-InstructorId TO IN-InstructorId
    READ InstructorFile
        INVALID KEY
            MOVE "(not on instructor file)" TO IN-Name
            MOVE SPACES TO IN-Department
    END-READ
    DISPLAY IA-InstructorId " " IN-Name " " IN-Department
        "  assigned " IA-AssignedDate
    ADD 1 TO WS-LIST-COUNT.

*> The assignment file is keyed by offering, so an instructor's
*> courses take a pass over the whole file.
ViewInstructorCourses.
    DISPLAY "Instructor ID: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-ID
    MOVE WS-SEARCH-ID TO IN-InstructorId
    READ InstructorFile
        INVALID KEY
            DISPLAY "Instructor not on file."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Courses for " WS-SEARCH-ID " " IN-Name ":"
    DISPLAY "------------------------------------------------------------"
    MOVE LOW-VALUES TO IA-Key
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START AssignmentFile KEY IS NOT LESS THAN IA-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AssignmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF IA-InstructorId = WS-SEARCH-ID
                    DISPLAY IA-CourseCode "  term " IA-Term
                        "  assigned " IA-AssignedDate
                    ADD 1 TO WS-LIST-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No courses assigned to this instructor."
    END-IF.
