IDENTIFICATION DIVISION.
PROGRAM-ID. HoldMaintenance.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HoldFile ASSIGN TO "STUHOLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-Key
        FILE STATUS IS WS-HOLD-STATUS.

    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD HoldFile.
COPY STUHOLD.

FD StudentFile.
COPY STUDENT.

FD AuditLog.
COPY AUDITREC.

FD RunControl.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
01 WS-KEY-OK         PIC X.
01 WS-TODAY          PIC 9(8).
01 WS-SEARCH-STUDENT PIC X(10).
01 WS-STUDENT-AVAILABLE PIC X VALUE 'N'.
01 WS-LIST-COUNT     PIC 9(5).
01 WS-TYPE-TEXT      PIC X(14).
01 WS-EDIT-AMT       PIC -(7)9.99.
01 WS-CONFIRM        PIC X.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-HOLD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM OpenHoldFile.
    PERFORM OpenStudentFile.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Place Hold"
        DISPLAY "2. View Holds for a Student"
        DISPLAY "3. Release Hold"
        DISPLAY "4. List All Holds"
        DISPLAY "5. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM PlaceHold
            WHEN '2'
                PERFORM ViewStudentHolds
            WHEN '3'
                PERFORM ReleaseHold
            WHEN '4'
                PERFORM ListAllHolds
            WHEN '5'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE HoldFile.
    IF WS-STUDENT-AVAILABLE = 'Y'
        CLOSE StudentFile
    END-IF.
    CLOSE AuditLog.
    GOBACK.

*> No hold changes while the nightly stream owns the files: the
*> hold run places and lifts financial holds mid-stream. The
*> emergency override is taken only on an explicit keyword and is
*> audit-logged before anything else.
CheckRunControl.
    OPEN INPUT RunControl
    IF WS-RUNCTL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-RUNCTL-STATUS-OK
        DISPLAY "HoldMaintenance: error reading run-control "
            "file, status = " WS-RUNCTL-STATUS
        EXIT PARAGRAPH
    END-IF
    READ RunControl
        AT END
            CLOSE RunControl
            EXIT PARAGRAPH
    END-READ
    CLOSE RunControl
    IF NOT RC-Batch-Running
        EXIT PARAGRAPH
    END-IF
    DISPLAY "*** BATCH IN PROGRESS since " RC-SetDate " "
        RC-SetTime "; update work is locked out. ***"
    DISPLAY "Type OVERRIDE to continue anyway (emergencies only): "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        DISPLAY "Session refused while batch is in progress."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "The override needs a supervisor sign-on."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM OpenAuditLog
    MOVE "OVERRIDE" TO WS-AUDIT-ACTION
    MOVE "RUNCTL" TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    CLOSE AuditLog
    DISPLAY "Override accepted and audit-logged.".

OpenHoldFile.
    OPEN I-O HoldFile.
    IF WS-HOLD-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT HoldFile
        CLOSE HoldFile
        OPEN I-O HoldFile
    END-IF
    IF NOT WS-HOLD-STATUS-OK
        DISPLAY "HoldMaintenance: error opening hold file, "
            "status = " WS-HOLD-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenStudentFile.
    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-FILE-NOT-FOUND
        DISPLAY "Student file not found. Holds will not be "
            "validated against it."
    ELSE
        IF NOT WS-STUDENT-STATUS-OK
            DISPLAY "HoldMaintenance: error opening student file, "
                "status = " WS-STUDENT-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        ELSE
            MOVE 'Y' TO WS-STUDENT-AVAILABLE
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
        DISPLAY "HoldMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "HoldMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "HoldMaintenance: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> Student and hold type; the student must be on the student
*> master when it is available.
AcceptHoldKey.
    MOVE 'N' TO WS-KEY-OK
    DISPLAY "Enter student number: " WITH NO ADVANCING
    ACCEPT SH-StudentNumber
    IF SH-StudentNumber = SPACES
        DISPLAY "Student number is required."
        EXIT PARAGRAPH
    END-IF
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE SH-StudentNumber TO StudentNumber
        READ StudentFile
            INVALID KEY
                DISPLAY "Student " SH-StudentNumber " not found."
                EXIT PARAGRAPH
        END-READ
        DISPLAY "Student: " StudentName
    END-IF
    DISPLAY "Hold type (F=financial, A=academic, "
        "R=registrar/administrative): " WITH NO ADVANCING
    ACCEPT SH-HoldType
    EVALUATE SH-HoldType
        WHEN 'f' MOVE 'F' TO SH-HoldType
        WHEN 'a' MOVE 'A' TO SH-HoldType
        WHEN 'r' MOVE 'R' TO SH-HoldType
    END-EVALUATE
    IF NOT SH-Valid-Type
        DISPLAY "Hold type must be F, A or R."
        EXIT PARAGRAPH
    END-IF
    MOVE SH-Key TO WS-AUDIT-KEY
    MOVE 'Y' TO WS-KEY-OK.

SetTypeText.
    EVALUATE TRUE
        WHEN SH-Financial
            MOVE "FINANCIAL" TO WS-TYPE-TEXT
        WHEN SH-Academic
            MOVE "ACADEMIC" TO WS-TYPE-TEXT
        WHEN SH-Administrative
            MOVE "REGISTRAR" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-TYPE-TEXT
    END-EVALUATE.

PlaceHold.
    PERFORM AcceptHoldKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason: " WITH NO ADVANCING
    ACCEPT SH-Reason
    IF SH-Reason = SPACES
        DISPLAY "A reason is required. Hold not placed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Placed by (your initials): " WITH NO ADVANCING
    ACCEPT SH-PlacedBy
    IF SH-PlacedBy = SPACES OR SH-PlacedBy = "NIGHTLY"
        DISPLAY "Your initials are required. Hold not placed."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TODAY TO SH-PlacedDate
    MOVE 0 TO SH-PastDueAmount
    MOVE WS-TODAY TO SH-CheckedDate
    WRITE HoldRecord
        INVALID KEY
            IF WS-HOLD-STATUS-DUPLICATE-KEY
                DISPLAY "Student already has a hold of that type. "
                    "Hold not placed."
            ELSE
                DISPLAY "Could not place hold. Record not written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Hold placed."
            MOVE "HOLDADD" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-WRITE.

ViewStudentHolds.
    DISPLAY "Enter student number: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-STUDENT
    MOVE WS-SEARCH-STUDENT TO SH-StudentNumber
    MOVE LOW-VALUES TO SH-HoldType
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START HoldFile KEY IS NOT LESS THAN SH-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Holds for student " WS-SEARCH-STUDENT ":"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ HoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF SH-StudentNumber NOT = WS-SEARCH-STUDENT
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    PERFORM ShowHoldLine
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No holds on file for this student."
    END-IF.

ShowHoldLine.
    PERFORM SetTypeText
    DISPLAY SH-StudentNumber " " WS-TYPE-TEXT " placed " SH-PlacedDate
        " by " SH-PlacedBy
    DISPLAY "    " SH-Reason
    IF SH-Financial AND SH-PastDueAmount NOT = 0
        MOVE SH-PastDueAmount TO WS-EDIT-AMT
        DISPLAY "    Past due $" WS-EDIT-AMT " as of " SH-CheckedDate
    END-IF
    ADD 1 TO WS-LIST-COUNT.

*> Lifting a hold is the bursar's call whoever placed it; a
*> financial hold the nightly run placed comes back the next night
*> if the tuition is still past due.
ReleaseHold.
    PERFORM AcceptHoldKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    READ HoldFile
        INVALID KEY
            DISPLAY "No hold of that type on file for this student."
            EXIT PARAGRAPH
    END-READ
    PERFORM ShowHoldLine
    DISPLAY "Release this hold (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Hold left in place."
        EXIT PARAGRAPH
    END-IF
    DELETE HoldFile
        INVALID KEY
            DISPLAY "Could not release hold, status = "
                WS-HOLD-STATUS
        NOT INVALID KEY
            DISPLAY "Hold released."
            MOVE "HOLDREL" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-DELETE.

ListAllHolds.
    MOVE LOW-VALUES TO SH-Key
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START HoldFile KEY IS NOT LESS THAN SH-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Students on Hold:"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ HoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ShowHoldLine
        END-READ
    END-PERFORM
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Holds on file: " WS-LIST-COUNT.
