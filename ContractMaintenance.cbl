IDENTIFICATION DIVISION.
PROGRAM-ID. ContractMaintenance.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-Key
        FILE STATUS IS WS-CONTRACT-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD ContractFile.
COPY CONTRACT.

FD CustomerMaster.
COPY CUSTMAST.

FD ItemMaster.
COPY ITEMMAST.

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
01 WS-DATE-X         PIC X(8).
01 WS-DATE-OK        PIC X.
01 WS-ENTERED-DATE   PIC 9(8).
01 WS-PRICE-X        PIC X(8).
01 WS-PRICE-OK       PIC X.
01 WS-ENTERED-PRICE  PIC 999V99.
01 WS-LIST-TYPE      PIC X.
01 WS-LIST-ACCOUNT   PIC X(10).
01 WS-LIST-COUNT     PIC 9(5).
01 WS-STATUS-TEXT    PIC X(8).

COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.

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
    PERFORM OpenContractFile.
    PERFORM OpenMasters.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Add Contract Price"
        DISPLAY "2. View Contracts for an Account"
        DISPLAY "3. Update Price / End Date"
        DISPLAY "4. Delete Contract Price"
        DISPLAY "5. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM AddContract
            WHEN '2'
                PERFORM ViewContracts
            WHEN '3'
                PERFORM UpdateContract
            WHEN '4'
                PERFORM DeleteContract
            WHEN '5'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE ContractFile.
    CLOSE CustomerMaster.
    CLOSE ItemMaster.
    CLOSE AuditLog.
    GOBACK.

*> No price changes while the nightly stream owns the files: order
*> import and backorder release price against this file
*> mid-stream. The emergency override is taken only on an
*> explicit keyword and is audit-logged before anything else.
CheckRunControl.
    OPEN INPUT RunControl
    IF WS-RUNCTL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-RUNCTL-STATUS-OK
        DISPLAY "ContractMaintenance: error reading run-control "
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

OpenContractFile.
    OPEN I-O ContractFile.
    IF WS-CONTRACT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ContractFile
        CLOSE ContractFile
        OPEN I-O ContractFile
    END-IF
    IF NOT WS-CONTRACT-STATUS-OK
        DISPLAY "ContractMaintenance: error opening contract file, "
            "status = " WS-CONTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenMasters.
    OPEN INPUT CustomerMaster.
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "ContractMaintenance: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT ItemMaster.
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "ContractMaintenance: error opening Item Master, "
            "status = " WS-ITEM-STATUS
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
        DISPLAY "ContractMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "ContractMnt" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "ContractMaintenance: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> The audit key is the account and item the price applies to.
SetAuditKey.
    MOVE SPACES TO WS-AUDIT-KEY
    STRING CP-Account CP-ItemCode DELIMITED BY SIZE
        INTO WS-AUDIT-KEY.

*> Account type and account: a customer number (must be on the
*> Customer Master) or a price group code as carried in
*> CM-PriceGroup.
AcceptAccount.
    MOVE 'N' TO WS-KEY-OK
    DISPLAY "Contract for C=one customer or G=price group: "
        WITH NO ADVANCING
    ACCEPT CP-AccountType
    IF CP-AccountType = 'c'
        MOVE 'C' TO CP-AccountType
    END-IF
    IF CP-AccountType = 'g'
        MOVE 'G' TO CP-AccountType
    END-IF
    IF NOT CP-For-Customer AND NOT CP-For-Group
        DISPLAY "Account type must be C or G."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CP-Account
    IF CP-For-Customer
        DISPLAY "Enter customer number: " WITH NO ADVANCING
        ACCEPT CP-Account
        MOVE CP-Account TO CM-CustomerNumber
        READ CustomerMaster
            INVALID KEY
                DISPLAY "Customer " CP-Account " not found."
                EXIT PARAGRAPH
        END-READ
        DISPLAY "Customer: " CM-Name
    ELSE
        DISPLAY "Enter price group code: " WITH NO ADVANCING
        ACCEPT CP-Account
        IF CP-Account = SPACES
            DISPLAY "Price group code is required."
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE 'Y' TO WS-KEY-OK.

*> The full contract key: account, item and start date.
AcceptContractKey.
    PERFORM AcceptAccount
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-KEY-OK
    DISPLAY "Enter item code: " WITH NO ADVANCING
    ACCEPT CP-ItemCode
    DISPLAY "Enter contract start date (YYYYMMDD): "
        WITH NO ADVANCING
    PERFORM AcceptDate
    IF WS-DATE-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTERED-DATE TO CP-StartDate
    MOVE 'Y' TO WS-KEY-OK.

AcceptDate.
    MOVE 'N' TO WS-DATE-OK
    ACCEPT WS-DATE-X
    IF WS-DATE-X NOT NUMERIC
        DISPLAY "Date not numeric."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATE-X TO WS-ENTERED-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTERED-DATE) NOT = 0
        DISPLAY "Not a valid date."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-DATE-OK.

AcceptPrice.
    MOVE 'N' TO WS-PRICE-OK
    DISPLAY "Enter contract price: " WITH NO ADVANCING
    ACCEPT WS-PRICE-X
    IF FUNCTION TEST-NUMVAL(WS-PRICE-X) NOT = 0
        DISPLAY "Price not numeric."
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-PRICE-X) <= 0
        OR FUNCTION NUMVAL(WS-PRICE-X) > 999.99
        DISPLAY "Price must be between .01 and 999.99."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ENTERED-PRICE = FUNCTION NUMVAL(WS-PRICE-X)
    MOVE 'Y' TO WS-PRICE-OK.

*> Adding, repricing or deleting a contract changes what the
*> customer pays and is kept to supervisors; the order desk may
*> still view contracts and move an end date.
CheckPriceAuthority.
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "Contract price changes need a supervisor sign-on."
    END-IF.

AddContract.
    PERFORM CheckPriceAuthority
    IF NOT SO-Supervisor
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptContractKey
    IF WS-KEY-OK = 'N'
        DISPLAY "Contract not added."
        EXIT PARAGRAPH
    END-IF
    MOVE CP-ItemCode TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "Item " CP-ItemCode " not found. Contract not "
                "added."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Item: " IM-Description "  list price " IM-Price
    DISPLAY "Enter contract end date (YYYYMMDD): " WITH NO ADVANCING
    PERFORM AcceptDate
    IF WS-DATE-OK = 'N'
        DISPLAY "Contract not added."
        EXIT PARAGRAPH
    END-IF
    IF WS-ENTERED-DATE < CP-StartDate
        DISPLAY "End date is before the start date. Contract not "
            "added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTERED-DATE TO CP-EndDate
    PERFORM AcceptPrice
    IF WS-PRICE-OK = 'N'
        DISPLAY "Contract not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTERED-PRICE TO CP-Price
    MOVE WS-TODAY TO CP-EnteredDate

    WRITE ContractPriceRecord
        INVALID KEY
            IF WS-CONTRACT-STATUS-DUPLICATE-KEY
                DISPLAY "A contract for this account and item "
                    "already starts on " CP-StartDate
                    ". Record not added."
            ELSE
                DISPLAY "Could not add contract. Record was not "
                    "written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Contract price added successfully."
            MOVE "CTADD" TO WS-AUDIT-ACTION
            PERFORM SetAuditKey
            PERFORM WriteAuditRecord
    END-WRITE.

*> Every contract on file for one account, item by item in
*> start-date order, with whether each is in force today.
ViewContracts.
    PERFORM AcceptAccount
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE CP-AccountType TO WS-LIST-TYPE
    MOVE CP-Account TO WS-LIST-ACCOUNT
    MOVE LOW-VALUES TO CP-ItemCode
    MOVE 0 TO CP-StartDate
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    DISPLAY "Contracts for " WS-LIST-ACCOUNT ":"
    DISPLAY "Item        Start     End       Price   Status"
    DISPLAY "--------------------------------------------------"

    START ContractFile KEY IS NOT LESS THAN CP-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ContractFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CP-AccountType NOT = WS-LIST-TYPE
                    OR CP-Account NOT = WS-LIST-ACCOUNT
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    EVALUATE TRUE
                        WHEN CP-StartDate > WS-TODAY
                            MOVE "FUTURE" TO WS-STATUS-TEXT
                        WHEN CP-EndDate < WS-TODAY
                            MOVE "EXPIRED" TO WS-STATUS-TEXT
                        WHEN OTHER
                            MOVE "ACTIVE" TO WS-STATUS-TEXT
                    END-EVALUATE
                    DISPLAY CP-ItemCode "  " CP-StartDate "  "
                        CP-EndDate "  " CP-Price "  " WS-STATUS-TEXT
                    ADD 1 TO WS-LIST-COUNT
                END-IF
        END-READ
    END-PERFORM

    IF WS-LIST-COUNT = 0
        DISPLAY "No contracts on file for this account."
    END-IF.

*> A renegotiated price or an extended term; the key (account,
*> item, start date) never changes -- a new term starting on a
*> new date is added as its own contract.
UpdateContract.
    PERFORM AcceptContractKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF

    READ ContractFile
        INVALID KEY
            DISPLAY "Contract not found."
            EXIT PARAGRAPH
    END-READ

    DISPLAY "Current price: " CP-Price "  end date: " CP-EndDate
    DISPLAY "Enter new end date (YYYYMMDD, blank = keep): "
        WITH NO ADVANCING
    MOVE 'Y' TO WS-DATE-OK
    ACCEPT WS-DATE-X
    IF WS-DATE-X NOT = SPACES
        MOVE 'N' TO WS-DATE-OK
        IF WS-DATE-X NUMERIC
            MOVE WS-DATE-X TO WS-ENTERED-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTERED-DATE) = 0
                AND WS-ENTERED-DATE >= CP-StartDate
                MOVE WS-ENTERED-DATE TO CP-EndDate
                MOVE 'Y' TO WS-DATE-OK
            END-IF
        END-IF
    END-IF
    IF WS-DATE-OK = 'N'
        DISPLAY "Not a valid end date on or after the start date. "
            "Contract not updated."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter new price (blank = keep): " WITH NO ADVANCING
    ACCEPT WS-PRICE-X
    IF WS-PRICE-X NOT = SPACES
        PERFORM CheckPriceAuthority
        IF NOT SO-Supervisor
            DISPLAY "Contract not updated."
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TEST-NUMVAL(WS-PRICE-X) NOT = 0
            DISPLAY "Price not numeric. Contract not updated."
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(WS-PRICE-X) <= 0
            OR FUNCTION NUMVAL(WS-PRICE-X) > 999.99
            DISPLAY "Price must be between .01 and 999.99. "
                "Contract not updated."
            EXIT PARAGRAPH
        END-IF
        COMPUTE CP-Price = FUNCTION NUMVAL(WS-PRICE-X)
    END-IF

    REWRITE ContractPriceRecord
        INVALID KEY
            DISPLAY "Could not update contract record."
        NOT INVALID KEY
            DISPLAY "Contract updated successfully."
            MOVE "CTCHG" TO WS-AUDIT-ACTION
            PERFORM SetAuditKey
            PERFORM WriteAuditRecord
    END-REWRITE.

DeleteContract.
    PERFORM CheckPriceAuthority
    IF NOT SO-Supervisor
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptContractKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF

    DELETE ContractFile
        INVALID KEY
            DISPLAY "Contract not found."
        NOT INVALID KEY
            DISPLAY "Contract deleted."
            MOVE "CTDEL" TO WS-AUDIT-ACTION
            PERFORM SetAuditKey
            PERFORM WriteAuditRecord
    END-DELETE.
