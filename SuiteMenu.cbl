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
01 Choice        PIC X.
01 EndOfSession  PIC X VALUE 'N'.

*> Sign-on: three tries per session. Three wrong passwords in a
*> row lock the operator until a supervisor resets the password.
01 WS-SIGNED-ON        PIC X VALUE 'N'.
01 WS-SIGNON-TRIES     PIC 9 VALUE 0.
01 WS-MAX-TRIES        PIC 9 VALUE 3.
01 WS-MAX-FAILURES     PIC 9 VALUE 3.
01 WS-SIGNON-USER      PIC X(8).
01 WS-SIGNON-PASSWORD  PIC X(10).
01 WS-CONFIRM-PASSWORD PIC X(10).
01 WS-OPERATORS-ON-FILE PIC X.
01 WS-TODAY            PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPERATOR-STATUS==.

*> Menu options and the roles that may use them (O = order desk,
*> B = bursar, R = registrar, P = purchasing); a supervisor may
*> use every option, and options with no role are supervisor-only.
01 WS-OPTION-VALUES.
   05 FILLER PIC X(43) VALUE "1R Student Maintenance".
   05 FILLER PIC X(43) VALUE "2R Grading".
   05 FILLER PIC X(43) VALUE "3O Order Entry / Returns".
   05 FILLER PIC X(43) VALUE "4O Order Inquiry / Invoice Reprint".
   05 FILLER PIC X(43) VALUE "5P Item Maintenance".
   05 FILLER PIC X(43) VALUE "6OBCustomer Maintenance".
   05 FILLER PIC X(43) VALUE "7R Course Catalog / Enrollment".
   05 FILLER PIC X(43) VALUE "8  Audit Inquiry".
   05 FILLER PIC X(43) VALUE "9B Tax Rate Maintenance".
   05 FILLER PIC X(43) VALUE "AB Credit Hold Review".
   05 FILLER PIC X(43) VALUE "BP Vendor Maintenance".
   05 FILLER PIC X(43) VALUE "CP Purchase Order Entry".
   05 FILLER PIC X(43) VALUE "DP Receiving".
   05 FILLER PIC X(43) VALUE "EP Cycle Counting".
   05 FILLER PIC X(43) VALUE "FB Customer Merge".
   05 FILLER PIC X(43) VALUE "GO Salesperson Maintenance".
   05 FILLER PIC X(43) VALUE "HB GL Chart of Accounts".
   05 FILLER PIC X(43) VALUE "IB Tuition Rates / Term Billing".
   05 FILLER PIC X(43)
       VALUE "JP Vendor Invoices / Match Exceptions".
   05 FILLER PIC X(43)
       VALUE "KB Collections Worklist / Write-Offs".
   05 FILLER PIC X(43) VALUE "L  Customer Refund Review".
   05 FILLER PIC X(43)
       VALUE "MO Pick Tickets / Shipment Confirmation".
   05 FILLER PIC X(43) VALUE "NO Contract Prices".
   05 FILLER PIC X(43) VALUE "OBRStudent Holds".
   05 FILLER PIC X(43)
       VALUE "PB Financial Aid Awards / Disbursement".
   05 FILLER PIC X(43) VALUE "QR Degree Programs / Degree Audit".
   05 FILLER PIC X(43) VALUE "RR Instructors / Grade Rosters".
   05 FILLER PIC X(43) VALUE "S  Operator Maintenance".
   05 FILLER PIC X(43) VALUE "TO Standing Orders".
01 WS-OPTION-TABLE REDEFINES WS-OPTION-VALUES.
   05 WS-OPTION OCCURS 29 TIMES INDEXED BY WS-OPT-IDX.
      10 WS-OPT-CHOICE PIC X.
      10 WS-OPT-ROLE-1 PIC X.
      10 WS-OPT-ROLE-2 PIC X.
      10 WS-OPT-TEXT   PIC X(40).
01 WS-OPTION-COUNT     PIC 99 VALUE 29.
01 WS-OPTION-ALLOWED   PIC X.
01 WS-OPTION-FOUND     PIC X.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, held by OperatorSession for the programs
*> the menu calls.
COPY SIGNON.

*> One sign-on runs the whole day: each business function is a
*> CALLed program that GOBACKs here when the clerk exits it. The
*> CANCEL after each call releases the program so its next call
*> starts with fresh working storage and closed files.
*> OperatorSession is never cancelled: it holds the sign-on.
PROCEDURE DIVISION.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM SignOn
    IF WS-SIGNED-ON NOT = 'Y'
        DISPLAY "Sign-on refused. End of session."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY " "
        DISPLAY "================ SUITE MASTER MENU ================"
        DISPLAY "Signed on: " SO-UserId " " SO-Name
        PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                UNTIL WS-OPT-IDX > WS-OPTION-COUNT
            PERFORM CheckOptionRole
            IF WS-OPTION-ALLOWED = 'Y'
                DISPLAY WS-OPT-CHOICE (WS-OPT-IDX) ". "
                    WS-OPT-TEXT (WS-OPT-IDX)
            END-IF
        END-PERFORM
        DISPLAY "0. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice
        INSPECT Choice CONVERTING "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF Choice NOT = '0'
            PERFORM CheckChoiceAllowed
        END-IF

        EVALUATE Choice
            WHEN '1'
                CALL "TaxRateMaintenance"
                CANCEL "TaxRateMaintenance"
            WHEN 'A'
                CALL "CreditHoldReview"
                CANCEL "CreditHoldReview"
            WHEN 'B'
                CALL "VendorMaintenance"
                CANCEL "VendorMaintenance"
            WHEN 'C'
                CALL "PurchaseOrderEntry"
                CANCEL "PurchaseOrderEntry"
            WHEN 'D'
                CALL "Receiving"
                CANCEL "Receiving"
            WHEN 'E'
                CALL "CycleCount"
                CANCEL "CycleCount"
            WHEN 'F'
                CALL "CustomerMerge"
                CANCEL "CustomerMerge"
            WHEN 'G'
                CALL "SalespersonMaintenance"
                CANCEL "SalespersonMaintenance"
            WHEN 'H'
                CALL "GlAccountMaintenance"
                CANCEL "GlAccountMaintenance"
            WHEN 'I'
                DISPLAY "1. Tuition Rate Maintenance"
                DISPLAY "2. Run Term Billing"
                DISPLAY "Enter your choice: "
                    CALL "TuitionRateMaintenance"
                    CANCEL "TuitionRateMaintenance"
                END-IF
            WHEN 'J'
                CALL "VendorInvoiceEntry"
                CANCEL "VendorInvoiceEntry"
            WHEN 'K'
                CALL "CollectionsWorklist"
                CANCEL "CollectionsWorklist"
            WHEN 'L'
                CALL "RefundReview"
                CANCEL "RefundReview"
            WHEN 'M'
                CALL "WarehouseShipping"
                CANCEL "WarehouseShipping"
            WHEN 'N'
                CALL "ContractMaintenance"
                CANCEL "ContractMaintenance"
            WHEN 'O'
                CALL "HoldMaintenance"
                CANCEL "HoldMaintenance"
            WHEN 'P'
                DISPLAY "1. Financial Aid Award Maintenance"
                DISPLAY "2. Run Aid Disbursement"
                DISPLAY "Enter your choice: "
                ACCEPT Choice
                IF Choice = '2'
                    CALL "AidDisbursement"
                    CANCEL "AidDisbursement"
                ELSE
                    CALL "AidAwardMaintenance"
                    CANCEL "AidAwardMaintenance"
                END-IF
            WHEN 'Q'
                DISPLAY "1. Program Requirement Maintenance"
                DISPLAY "2. Degree Audit / Graduation Candidates"
                DISPLAY "Enter your choice: "
                ACCEPT Choice
                IF Choice = '2'
                    CALL "DegreeAudit"
                    CANCEL "DegreeAudit"
                ELSE
                    CALL "ProgramReqMaintenance"
                    CANCEL "ProgramReqMaintenance"
                END-IF
            WHEN 'R'
                DISPLAY "1. Instructor Maintenance / Assignments"
                DISPLAY "2. Grade Rosters / Missing Grades"
                DISPLAY "Enter your choice: "
                ACCEPT Choice
                IF Choice = '2'
                    CALL "GradeRoster"
                    CANCEL "GradeRoster"
                ELSE
                    CALL "InstructorMaintenance"
                    CANCEL "InstructorMaintenance"
                END-IF
            WHEN 'S'
                CALL "OperatorMaintenance"
                CANCEL "OperatorMaintenance"
            WHEN 'T'
                CALL "StandingOrderMaintenance"
                CANCEL "StandingOrderMaintenance"
            WHEN '0'
                MOVE 'Y' TO EndOfSession
            WHEN SPACE
                CONTINUE
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
        END-IF
    END-PERFORM.

    MOVE "SIGNOFF" TO WS-AUDIT-ACTION
    MOVE SO-UserId TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    MOVE 'C' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    DISPLAY "End of session.".
    STOP RUN.

*> A supervisor may use every option; anyone else only the options
*> naming their role.
CheckOptionRole.
    MOVE 'N' TO WS-OPTION-ALLOWED
    IF SO-Supervisor
        MOVE 'Y' TO WS-OPTION-ALLOWED
    ELSE
        IF SO-Role NOT = SPACE
            AND (SO-Role = WS-OPT-ROLE-1 (WS-OPT-IDX)
                OR SO-Role = WS-OPT-ROLE-2 (WS-OPT-IDX))
            MOVE 'Y' TO WS-OPTION-ALLOWED
        END-IF
    END-IF.

*> A choice that is not on the menu, or not open to the role, is
*> blanked so the EVALUATE below passes over it.
CheckChoiceAllowed.
    MOVE 'N' TO WS-OPTION-FOUND
    MOVE 'N' TO WS-OPTION-ALLOWED
    SET WS-OPT-IDX TO 1
    SEARCH WS-OPTION
        AT END
            CONTINUE
        WHEN WS-OPT-CHOICE (WS-OPT-IDX) = Choice
            MOVE 'Y' TO WS-OPTION-FOUND
            PERFORM CheckOptionRole
    END-SEARCH
    IF WS-OPTION-FOUND = 'N' OR Choice = SPACE
        DISPLAY "Invalid choice. Please try again."
        MOVE SPACE TO Choice
        EXIT PARAGRAPH
    END-IF
    IF WS-OPTION-ALLOWED = 'N'
        DISPLAY "That option is not open to your sign-on."
        MOVE SPACE TO Choice
    END-IF.

*> ------------------------------------------------------------------
*> Sign-on against the operator file. When no operators are on
*> file yet, the first supervisor is set up before signing on.
*> ------------------------------------------------------------------
SignOn.
    OPEN I-O OperatorFile
    IF WS-OPERATOR-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OperatorFile
        CLOSE OperatorFile
        OPEN I-O OperatorFile
    END-IF
    IF NOT WS-OPERATOR-STATUS-OK
        DISPLAY "SuiteMenu: error opening operator file, status = "
            WS-OPERATOR-STATUS
        MOVE 16 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE 'Y' TO WS-OPERATORS-ON-FILE
    MOVE LOW-VALUES TO OP-UserId
    START OperatorFile KEY IS NOT LESS THAN OP-UserId
        INVALID KEY
            MOVE 'N' TO WS-OPERATORS-ON-FILE
        NOT INVALID KEY
            READ OperatorFile NEXT RECORD
                AT END
                    MOVE 'N' TO WS-OPERATORS-ON-FILE
            END-READ
    END-START
    IF WS-OPERATORS-ON-FILE = 'N'
        PERFORM SetUpFirstSupervisor
    END-IF

    PERFORM UNTIL WS-SIGNED-ON = 'Y'
            OR WS-SIGNON-TRIES >= WS-MAX-TRIES
        ADD 1 TO WS-SIGNON-TRIES
        PERFORM AttemptSignOn
    END-PERFORM
    CLOSE OperatorFile.

AttemptSignOn.
    DISPLAY "User ID: " WITH NO ADVANCING
    ACCEPT WS-SIGNON-USER
    INSPECT WS-SIGNON-USER CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "Password: " WITH NO ADVANCING
    ACCEPT WS-SIGNON-PASSWORD
    MOVE "SIGNFAIL" TO WS-AUDIT-ACTION
    MOVE WS-SIGNON-USER TO WS-AUDIT-KEY

    MOVE WS-SIGNON-USER TO OP-UserId
    READ OperatorFile
        INVALID KEY
            DISPLAY "User ID or password not recognized."
            PERFORM WriteAuditRecord
            EXIT PARAGRAPH
    END-READ
    IF OP-Disabled
        DISPLAY "This sign-on has been disabled."
        PERFORM WriteAuditRecord
        EXIT PARAGRAPH
    END-IF
    IF OP-Locked
        DISPLAY "This sign-on is locked after repeated failures. "
            "A supervisor must reset the password."
        PERFORM WriteAuditRecord
        EXIT PARAGRAPH
    END-IF
    IF OP-Password NOT = WS-SIGNON-PASSWORD
        DISPLAY "User ID or password not recognized."
        ADD 1 TO OP-FailedSignOns
        IF OP-FailedSignOns >= WS-MAX-FAILURES
            MOVE 'L' TO OP-Status
            DISPLAY "Too many failed sign-ons; " OP-UserId
                " is now locked."
        END-IF
        REWRITE OperatorRecord
            INVALID KEY
                DISPLAY "SuiteMenu: error updating operator file, "
                    "status = " WS-OPERATOR-STATUS
        END-REWRITE
        PERFORM WriteAuditRecord
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO OP-FailedSignOns
    MOVE WS-TODAY TO OP-LastSignOnDate
    REWRITE OperatorRecord
        INVALID KEY
            DISPLAY "SuiteMenu: error updating operator file, "
                "status = " WS-OPERATOR-STATUS
    END-REWRITE
    MOVE 'S' TO SO-Function
    MOVE OP-UserId TO SO-UserId
    MOVE OP-Name TO SO-Name
    MOVE OP-Role TO SO-Role
    CALL "OperatorSession" USING SignOnArea
    MOVE 'Y' TO WS-SIGNED-ON
    MOVE "SIGNON" TO WS-AUDIT-ACTION
    PERFORM WriteAuditRecord
    DISPLAY "Signed on as " OP-Name.

SetUpFirstSupervisor.
    DISPLAY "No operators are on file. Set up the first supervisor."
    DISPLAY "User ID: " WITH NO ADVANCING
    ACCEPT OP-UserId
    INSPECT OP-UserId CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT OP-Name
    DISPLAY "Password: " WITH NO ADVANCING
    ACCEPT OP-Password
    DISPLAY "Key the password again: " WITH NO ADVANCING
    ACCEPT WS-CONFIRM-PASSWORD
    IF OP-UserId = SPACES OR OP-Name = SPACES
        OR OP-Password = SPACES
        OR WS-CONFIRM-PASSWORD NOT = OP-Password
        DISPLAY "User ID, name and matching passwords are required. "
            "Supervisor not set up."
        EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO OP-Role
    MOVE 'A' TO OP-Status
    MOVE 0 TO OP-FailedSignOns
    MOVE 0 TO OP-LastSignOnDate
    MOVE WS-TODAY TO OP-AddedDate
    WRITE OperatorRecord
        INVALID KEY
            DISPLAY "SuiteMenu: could not add supervisor, status = "
                WS-OPERATOR-STATUS
        NOT INVALID KEY
            DISPLAY "Supervisor " OP-UserId " set up. Sign on below."
            MOVE "OPERADD" TO WS-AUDIT-ACTION
            MOVE OP-UserId TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

*> The called programs keep the audit log open while they run, so
*> the menu opens it only for each record it writes.
WriteAuditRecord.
    OPEN EXTEND AuditLog
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "SuiteMenu: error opening audit log, status = "
            WS-AUDIT-STATUS
        EXIT PARAGRAPH
    END-IF
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp
    MOVE "SuiteMenu" TO AL-Program-Id
    MOVE WS-AUDIT-ACTION TO AL-Action
    MOVE WS-AUDIT-KEY TO AL-Key-Field
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    MOVE SO-UserId TO AL-UserId
    WRITE AuditLogRecord
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "SuiteMenu: error writing audit record, status = "
            WS-AUDIT-STATUS
    END-IF
    CLOSE AuditLog.
