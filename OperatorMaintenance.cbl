IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorMaintenance.

*> Supervisor-only upkeep of the operator file SuiteMenu signs on
*> against: add operators, change a name or role, reset a password
*> (which also unlocks an account locked by failed sign-ons), and
*> disable or re-enable an account. Operators are never deleted,
*> so the user IDs on the audit log always resolve to a name.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-UserId
        FILE STATUS IS WS-OPERATOR-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD OperatorFile.
COPY OPERATOR.

FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
01 WS-TODAY          PIC 9(8).
01 WS-NEW-NAME       PIC X(30).
01 WS-NEW-ROLE       PIC X.
01 WS-NEW-PASSWORD   PIC X(10).
01 WS-CONFIRM-PASSWORD PIC X(10).
01 WS-PASSWORD-OK    PIC X.
01 WS-LIST-COUNT     PIC 9(5).
01 WS-ROLE-TEXT      PIC X(10).
01 WS-STATUS-TEXT    PIC X(8).

COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPERATOR-STATUS==.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "Operator maintenance needs a supervisor sign-on."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM OpenOperatorFile.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Add Operator"
        DISPLAY "2. Change Operator Name / Role"
        DISPLAY "3. Reset Password / Unlock"
        DISPLAY "4. Disable / Re-enable Operator"
        DISPLAY "5. List Operators"
        DISPLAY "6. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM AddOperator
            WHEN '2'
                PERFORM ChangeOperator
            WHEN '3'
                PERFORM ResetPassword
            WHEN '4'
                PERFORM ChangeOperatorStatus
            WHEN '5'
                PERFORM ListOperators
            WHEN '6'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE OperatorFile.
    CLOSE AuditLog.
    GOBACK.

OpenOperatorFile.
    OPEN I-O OperatorFile.
    IF WS-OPERATOR-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OperatorFile
        CLOSE OperatorFile
        OPEN I-O OperatorFile
    END-IF
    IF NOT WS-OPERATOR-STATUS-OK
        DISPLAY "OperatorMaintenance: error opening operator file, "
            "status = " WS-OPERATOR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "OperatorMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        CLOSE OperatorFile
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "OperatorMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "OperatorMaintenance: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

SetRoleText.
    EVALUATE TRUE
        WHEN OP-OrderDesk
            MOVE "ORDER DESK" TO WS-ROLE-TEXT
        WHEN OP-Bursar
            MOVE "BURSAR" TO WS-ROLE-TEXT
        WHEN OP-Registrar
            MOVE "REGISTRAR" TO WS-ROLE-TEXT
        WHEN OP-Purchasing
            MOVE "PURCHASING" TO WS-ROLE-TEXT
        WHEN OP-Supervisor
            MOVE "SUPERVISOR" TO WS-ROLE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-ROLE-TEXT
    END-EVALUATE
    EVALUATE TRUE
        WHEN OP-Active
            MOVE "ACTIVE" TO WS-STATUS-TEXT
        WHEN OP-Locked
            MOVE "LOCKED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE "DISABLED" TO WS-STATUS-TEXT
    END-EVALUATE.

*> User IDs are held in upper case; SuiteMenu folds what the
*> operator types at sign-on the same way.
AcceptUserId.
    DISPLAY "User ID: " WITH NO ADVANCING
    ACCEPT OP-UserId
    INSPECT OP-UserId CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

AcceptRole.
    DISPLAY "Role O=order desk, B=bursar, R=registrar, P=purchasing,"
    DISPLAY "     S=supervisor: " WITH NO ADVANCING
    ACCEPT WS-NEW-ROLE
    INSPECT WS-NEW-ROLE CONVERTING "obrps" TO "OBRPS".

*> The new password is keyed twice and must not be blank.
AcceptNewPassword.
    MOVE 'N' TO WS-PASSWORD-OK
    DISPLAY "New password: " WITH NO ADVANCING
    ACCEPT WS-NEW-PASSWORD
    IF WS-NEW-PASSWORD = SPACES
        DISPLAY "Password is required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Key the password again: " WITH NO ADVANCING
    ACCEPT WS-CONFIRM-PASSWORD
    IF WS-CONFIRM-PASSWORD NOT = WS-NEW-PASSWORD
        DISPLAY "Passwords do not match."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-PASSWORD-OK.

AddOperator.
    PERFORM AcceptUserId
    IF OP-UserId = SPACES
        DISPLAY "User ID is required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT OP-Name
    IF OP-Name = SPACES
        DISPLAY "Name is required. Operator not added."
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptRole
    MOVE WS-NEW-ROLE TO OP-Role
    IF NOT OP-Valid-Role
        DISPLAY "Role must be O, B, R, P or S. Operator not added."
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptNewPassword
    IF WS-PASSWORD-OK = 'N'
        DISPLAY "Operator not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-PASSWORD TO OP-Password
    MOVE 'A' TO OP-Status
    MOVE 0 TO OP-FailedSignOns
    MOVE 0 TO OP-LastSignOnDate
    MOVE WS-TODAY TO OP-AddedDate
    WRITE OperatorRecord
        INVALID KEY
            IF WS-OPERATOR-STATUS-DUPLICATE-KEY
                DISPLAY "User ID " OP-UserId " already on file. "
                    "Operator not added."
            ELSE
                DISPLAY "Could not add operator. Record not written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Operator added."
            MOVE "OPERADD" TO WS-AUDIT-ACTION
            MOVE OP-UserId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

*> Blank answers keep the current values. A supervisor cannot
*> take the supervisor role away from their own sign-on.
ChangeOperator.
    PERFORM AcceptUserId
    READ OperatorFile
        INVALID KEY
            DISPLAY "Operator not on file."
            EXIT PARAGRAPH
    END-READ
    PERFORM SetRoleText
    DISPLAY "Current: " OP-Name " " WS-ROLE-TEXT " " WS-STATUS-TEXT
    DISPLAY "New name (blank = keep): " WITH NO ADVANCING
    ACCEPT WS-NEW-NAME
    PERFORM AcceptRole
    IF WS-NEW-ROLE NOT = SPACE
        AND WS-NEW-ROLE NOT = 'O' AND WS-NEW-ROLE NOT = 'B'
        AND WS-NEW-ROLE NOT = 'R' AND WS-NEW-ROLE NOT = 'P'
        AND WS-NEW-ROLE NOT = 'S'
        DISPLAY "Role must be O, B, R, P or S. Operator not changed."
        EXIT PARAGRAPH
    END-IF
    IF OP-UserId = SO-UserId
        AND WS-NEW-ROLE NOT = SPACE AND WS-NEW-ROLE NOT = 'S'
        DISPLAY "You cannot remove your own supervisor role."
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-NAME NOT = SPACES
        MOVE WS-NEW-NAME TO OP-Name
    END-IF
    IF WS-NEW-ROLE NOT = SPACE
        MOVE WS-NEW-ROLE TO OP-Role
    END-IF
    REWRITE OperatorRecord
        INVALID KEY
            DISPLAY "Could not change operator, status = "
                WS-OPERATOR-STATUS
        NOT INVALID KEY
            DISPLAY "Operator changed."
            MOVE "OPERCHG" TO WS-AUDIT-ACTION
            MOVE OP-UserId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-REWRITE.

*> A reset clears the failed sign-on count and unlocks a locked
*> account; a disabled account stays disabled.
ResetPassword.
    PERFORM AcceptUserId
    READ OperatorFile
        INVALID KEY
            DISPLAY "Operator not on file."
            EXIT PARAGRAPH
    END-READ
    PERFORM AcceptNewPassword
    IF WS-PASSWORD-OK = 'N'
        DISPLAY "Password not changed."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-PASSWORD TO OP-Password
    MOVE 0 TO OP-FailedSignOns
    IF OP-Locked
        MOVE 'A' TO OP-Status
    END-IF
    REWRITE OperatorRecord
        INVALID KEY
            DISPLAY "Could not reset password, status = "
                WS-OPERATOR-STATUS
        NOT INVALID KEY
            DISPLAY "Password reset."
            MOVE "OPERPWD" TO WS-AUDIT-ACTION
            MOVE OP-UserId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-REWRITE.

ChangeOperatorStatus.
    PERFORM AcceptUserId
    READ OperatorFile
        INVALID KEY
            DISPLAY "Operator not on file."
            EXIT PARAGRAPH
    END-READ
    IF OP-UserId = SO-UserId
        DISPLAY "You cannot disable your own sign-on."
        EXIT PARAGRAPH
    END-IF
    IF OP-Disabled
        MOVE 'A' TO OP-Status
        MOVE 0 TO OP-FailedSignOns
        DISPLAY "Operator " OP-UserId " re-enabled."
    ELSE
        MOVE 'D' TO OP-Status
        DISPLAY "Operator " OP-UserId " disabled."
    END-IF
    REWRITE OperatorRecord
        INVALID KEY
            DISPLAY "Could not change operator status, status = "
                WS-OPERATOR-STATUS
        NOT INVALID KEY
            MOVE "OPERSTAT" TO WS-AUDIT-ACTION
            MOVE OP-UserId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-REWRITE.

ListOperators.
    MOVE LOW-VALUES TO OP-UserId
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    START OperatorFile KEY IS NOT LESS THAN OP-UserId
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "User ID  Name                           Role       "
        "Status   Last On"
    DISPLAY "------------------------------------------------------------"
        "--------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OperatorFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM SetRoleText
                DISPLAY OP-UserId " " OP-Name " " WS-ROLE-TEXT " "
                    WS-STATUS-TEXT " " OP-LastSignOnDate
                ADD 1 TO WS-LIST-COUNT
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No operators on file."
    END-IF.
