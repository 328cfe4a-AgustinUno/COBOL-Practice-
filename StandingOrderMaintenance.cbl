IDENTIFICATION DIVISION.
PROGRAM-ID. StandingOrderMaintenance.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StandingOrders ASSIGN TO "STANDORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SD-Key
        FILE STATUS IS WS-STANDING-STATUS.

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

    SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Key
        FILE STATUS IS WS-SHIPTO-STATUS.

    SELECT WarehouseFile ASSIGN TO "WAREHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WH-Code
        FILE STATUS IS WS-WHSE-STATUS.

    SELECT SalespersonMaster ASSIGN TO "SLSPMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-Code
        FILE STATUS IS WS-SLSP-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD StandingOrders.
COPY STANDORD.

FD CustomerMaster.
COPY CUSTMAST.

FD ItemMaster.
COPY ITEMMAST.

FD ShipToFile.
COPY SHIPTO.

FD WarehouseFile.
COPY WAREHSE.

FD SalespersonMaster.
COPY SLSPMAST.

FD AuditLog.
COPY AUDITREC.

FD RunControl.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-STANDING-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPTO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WHSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SLSP-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

01 WS-SHIPTO-AVAILABLE PIC X VALUE 'N'.
01 WS-WHSE-AVAILABLE   PIC X VALUE 'N'.
01 WS-SLSP-AVAILABLE   PIC X VALUE 'N'.

01 WS-TODAY          PIC 9(8).
01 WS-CUSTOMER       PIC X(10).
01 WS-CUST-OK        PIC X.
01 WS-STANDING-NO-X  PIC X(2).
01 WS-STANDING-NO    PIC 99.
01 WS-SD-FOUND       PIC X.
01 WS-NEXT-NO        PIC 99.
01 WS-LIST-COUNT     PIC 9(5).

01 WS-ENTRY-X        PIC X(30).
01 WS-DATE-X         PIC X(8).
01 WS-DATE-OK        PIC X.
01 WS-ENTERED-DATE   PIC 9(8).
01 WS-FIELD-OK       PIC X.
01 WS-ANSWER         PIC X.

*> Item lines keyed for a standing order.
01 WS-ITEM-X         PIC X(10).
01 WS-QTY-X          PIC X(5).
01 WS-LINE-QTY       PIC 9(5).
01 WS-LINE-IDX       PIC 99.
01 WS-MAX-LINES      PIC 99 VALUE 20.
01 WS-LINES-DONE     PIC X.

*> Warehouse the orders ship from; 01 is the main warehouse and is
*> always valid.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-WHSE-X         PIC X(2).
01 WS-WHSE-OK        PIC X.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM OpenFiles.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Add Standing Order"
        DISPLAY "2. List Standing Orders"
        DISPLAY "3. View Standing Order"
        DISPLAY "4. Update Schedule / Delivery"
        DISPLAY "5. Replace Item Lines"
        DISPLAY "6. Suspend / Resume Standing Order"
        DISPLAY "7. Delete Standing Order"
        DISPLAY "8. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM AddStandingOrder
            WHEN '2'
                PERFORM ListStandingOrders
            WHEN '3'
                PERFORM ReadStandingOrder
                IF WS-SD-FOUND = 'Y'
                    PERFORM ShowStandingOrder
                END-IF
            WHEN '4'
                PERFORM UpdateStandingOrder
            WHEN '5'
                PERFORM ReplaceItemLines
            WHEN '6'
                PERFORM SuspendResumeOrder
            WHEN '7'
                PERFORM DeleteStandingOrder
            WHEN '8'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE StandingOrders.
    CLOSE CustomerMaster.
    CLOSE ItemMaster.
    IF WS-SHIPTO-AVAILABLE = 'Y'
        CLOSE ShipToFile
    END-IF.
    IF WS-WHSE-AVAILABLE = 'Y'
        CLOSE WarehouseFile
    END-IF.
    IF WS-SLSP-AVAILABLE = 'Y'
        CLOSE SalespersonMaster
    END-IF.
    CLOSE AuditLog.
    GOBACK.

*> No update work while the nightly stream owns the files: the
*> interlock flag locks the session out, and the emergency
*> override is taken only on an explicit keyword and is
*> audit-logged before anything else happens.
CheckRunControl.
    OPEN INPUT RunControl
    IF WS-RUNCTL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-RUNCTL-STATUS-OK
        DISPLAY "StandingOrderMaintenance: error reading run-control "
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

OpenFiles.
    OPEN I-O StandingOrders
    IF WS-STANDING-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT StandingOrders
        CLOSE StandingOrders
        OPEN I-O StandingOrders
    END-IF
    IF NOT WS-STANDING-STATUS-OK
        DISPLAY "StandingOrderMaintenance: error opening standing-"
            "order file, status = " WS-STANDING-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "StandingOrderMaintenance: error opening Customer "
            "Master, status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT ItemMaster
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "StandingOrderMaintenance: error opening Item "
            "Master, status = " WS-ITEM-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT ShipToFile
    IF WS-SHIPTO-STATUS-OK
        MOVE 'Y' TO WS-SHIPTO-AVAILABLE
    END-IF
    OPEN INPUT WarehouseFile
    IF WS-WHSE-STATUS-OK
        MOVE 'Y' TO WS-WHSE-AVAILABLE
    END-IF
    OPEN INPUT SalespersonMaster
    IF WS-SLSP-STATUS-OK
        MOVE 'Y' TO WS-SLSP-AVAILABLE
    END-IF

    PERFORM OpenAuditLog.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StandingOrderMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "StandOrdMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StandingOrderMaintenance: error writing audit "
            "record, status = " WS-AUDIT-STATUS
    END-IF.

WriteStandingAudit.
    MOVE SD-Key TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> ------------------------------------------------------------------
*> A new standing order takes the customer's next free number, its
*> schedule and delivery details, and at least one item line. The
*> first order is generated by the nightly run on the first run
*> date.
*> ------------------------------------------------------------------
AddStandingOrder.
    PERFORM FindCustomer
    IF WS-CUST-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM AssignStandingNo
    IF WS-NEXT-NO = 0
        DISPLAY "Customer " WS-CUSTOMER " already has 99 standing "
            "orders. Not added."
        EXIT PARAGRAPH
    END-IF

    INITIALIZE StandingOrderRecord
    MOVE WS-CUSTOMER TO SD-CustomerNumber
    MOVE WS-NEXT-NO TO SD-StandingNo
    DISPLAY "Standing order " SD-StandingNo " for " CM-Name
    DISPLAY "Enter description: "
    ACCEPT SD-Description
    PERFORM EnterFrequency

    MOVE 'N' TO WS-DATE-OK
    PERFORM UNTIL WS-DATE-OK = 'Y'
        DISPLAY "First run date (YYYYMMDD): " WITH NO ADVANCING
        PERFORM AcceptDate
        IF WS-DATE-OK = 'Y' AND WS-ENTERED-DATE < WS-TODAY
            DISPLAY "The first run date cannot be in the past."
            MOVE 'N' TO WS-DATE-OK
        END-IF
    END-PERFORM
    MOVE WS-ENTERED-DATE TO SD-NextRunDate
    MOVE SD-NextRunDate (7:2) TO SD-RunDay
    PERFORM EnterEndDate

    MOVE SPACES TO SD-ShipToCode
    PERFORM EnterShipTo
    MOVE WS-MAIN-WAREHOUSE TO SD-Warehouse
    PERFORM EnterWarehouse
    MOVE "HSE" TO SD-Salesperson
    PERFORM EnterSalesperson

    MOVE 0 TO SD-LineCount
    PERFORM EnterItemLines
    IF SD-LineCount = 0
        DISPLAY "No item lines entered. Standing order not added."
        EXIT PARAGRAPH
    END-IF

    SET SD-Active TO TRUE
    MOVE 0 TO SD-LastRunDate
    MOVE 0 TO SD-LastOrderNumber
    MOVE WS-TODAY TO SD-AddedDate
    WRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "Could not add standing order, status = "
                WS-STANDING-STATUS
        NOT INVALID KEY
            DISPLAY "Standing order " SD-CustomerNumber "-"
                SD-StandingNo " added; first run " SD-NextRunDate "."
            MOVE "STANDADD" TO WS-AUDIT-ACTION
            PERFORM WriteStandingAudit
    END-WRITE.

FindCustomer.
    MOVE 'N' TO WS-CUST-OK
    DISPLAY "Enter customer number: " WITH NO ADVANCING
    ACCEPT WS-CUSTOMER
    MOVE WS-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY "Customer number not found."
        NOT INVALID KEY
            MOVE 'Y' TO WS-CUST-OK
    END-READ.

*> Next number after the customer's highest; zero when all 99 are
*> in use.
AssignStandingNo.
    MOVE 1 TO WS-NEXT-NO
    MOVE WS-CUSTOMER TO SD-CustomerNumber
    MOVE 0 TO SD-StandingNo
    MOVE 'N' TO WS-EOF-SWITCH
    START StandingOrders KEY IS NOT LESS THAN SD-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ StandingOrders NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF SD-CustomerNumber NOT = WS-CUSTOMER
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    IF SD-StandingNo = 99
                        MOVE 0 TO WS-NEXT-NO
                        MOVE 'Y' TO WS-EOF-SWITCH
                    ELSE
                        COMPUTE WS-NEXT-NO = SD-StandingNo + 1
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ReadStandingOrder.
    MOVE 'N' TO WS-SD-FOUND
    DISPLAY "Enter customer number: " WITH NO ADVANCING
    ACCEPT WS-CUSTOMER
    DISPLAY "Enter standing order number: " WITH NO ADVANCING
    ACCEPT WS-STANDING-NO-X
    IF WS-STANDING-NO-X = SPACES
        OR FUNCTION TEST-NUMVAL(WS-STANDING-NO-X) NOT = 0
        DISPLAY "Standing order number not numeric."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STANDING-NO = FUNCTION NUMVAL(WS-STANDING-NO-X)
    MOVE WS-CUSTOMER TO SD-CustomerNumber
    MOVE WS-STANDING-NO TO SD-StandingNo
    READ StandingOrders
        INVALID KEY
            DISPLAY "Standing order not found."
        NOT INVALID KEY
            MOVE 'Y' TO WS-SD-FOUND
    END-READ.

ShowStandingOrder.
    DISPLAY "Standing order " SD-CustomerNumber "-" SD-StandingNo
        "  " SD-Description
    DISPLAY "  Frequency " SD-Frequency "  next run " SD-NextRunDate
        "  end " SD-EndDate "  status " SD-Status
    DISPLAY "  Ship-to " SD-ShipToCode "  warehouse " SD-Warehouse
        "  salesperson " SD-Salesperson
    DISPLAY "  Last run " SD-LastRunDate "  last order "
        SD-LastOrderNumber
    PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
            UNTIL WS-LINE-IDX > SD-LineCount
        DISPLAY "  " WS-LINE-IDX ". " SD-ItemCode (WS-LINE-IDX)
            " qty " SD-Quantity (WS-LINE-IDX)
    END-PERFORM.

*> ------------------------------------------------------------------
*> Schedule and delivery changes: each prompt shows the current
*> value and a blank entry keeps it.
*> ------------------------------------------------------------------
UpdateStandingOrder.
    PERFORM ReadStandingOrder
    IF WS-SD-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM ShowStandingOrder

    DISPLAY "New description (blank = keep): "
    ACCEPT WS-ENTRY-X
    IF WS-ENTRY-X NOT = SPACES
        MOVE WS-ENTRY-X TO SD-Description
    END-IF

    DISPLAY "New frequency W/B/M/Q (blank = keep): "
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = SPACE
        MOVE WS-ANSWER TO SD-Frequency
        INSPECT SD-Frequency CONVERTING "wbmq" TO "WBMQ"
        IF NOT SD-Valid-Frequency
            PERFORM EnterFrequency
        END-IF
    END-IF

    MOVE 'N' TO WS-DATE-OK
    PERFORM UNTIL WS-DATE-OK = 'Y'
        DISPLAY "New next run date (YYYYMMDD, blank = keep): "
            WITH NO ADVANCING
        ACCEPT WS-DATE-X
        IF WS-DATE-X = SPACES
            MOVE 'Y' TO WS-DATE-OK
        ELSE
            PERFORM CheckEnteredDate
            IF WS-DATE-OK = 'Y'
                IF WS-ENTERED-DATE < WS-TODAY
                    DISPLAY "The next run date cannot be in the past."
                    MOVE 'N' TO WS-DATE-OK
                ELSE
                    MOVE WS-ENTERED-DATE TO SD-NextRunDate
                    MOVE SD-NextRunDate (7:2) TO SD-RunDay
                END-IF
            END-IF
        END-IF
    END-PERFORM

    DISPLAY "Current end date: " SD-EndDate
    DISPLAY "Change the end date? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
        PERFORM EnterEndDate
    END-IF

    PERFORM EnterShipTo
    PERFORM EnterWarehouse
    PERFORM EnterSalesperson

    REWRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "Could not update standing order, status = "
                WS-STANDING-STATUS
        NOT INVALID KEY
            DISPLAY "Standing order updated."
            MOVE "STANDUPD" TO WS-AUDIT-ACTION
            PERFORM WriteStandingAudit
    END-REWRITE.

ReplaceItemLines.
    PERFORM ReadStandingOrder
    IF WS-SD-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM ShowStandingOrder
    DISPLAY "Key the complete new set of item lines."
    MOVE 0 TO SD-LineCount
    PERFORM EnterItemLines
    IF SD-LineCount = 0
        DISPLAY "No item lines entered. Standing order unchanged."
        EXIT PARAGRAPH
    END-IF
    REWRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "Could not update standing order, status = "
                WS-STANDING-STATUS
        NOT INVALID KEY
            DISPLAY "Item lines replaced; " SD-LineCount " line(s)."
            MOVE "STANDLINES" TO WS-AUDIT-ACTION
            PERFORM WriteStandingAudit
    END-REWRITE.

*> A suspended order is skipped by the nightly run until resumed.
*> An ended order resumes only once its end date allows another
*> run.
SuspendResumeOrder.
    PERFORM ReadStandingOrder
    IF WS-SD-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    IF SD-Active
        SET SD-Suspended TO TRUE
        MOVE "STANDSUSP" TO WS-AUDIT-ACTION
    ELSE
        IF SD-EndDate NOT = 0 AND SD-NextRunDate > SD-EndDate
            DISPLAY "Next run " SD-NextRunDate " is past the end "
                "date " SD-EndDate "; change the schedule first."
            EXIT PARAGRAPH
        END-IF
        IF SD-NextRunDate < WS-TODAY
            DISPLAY "Next run date " SD-NextRunDate " has passed; "
                "change the schedule first."
            EXIT PARAGRAPH
        END-IF
        SET SD-Active TO TRUE
        MOVE "STANDRESUM" TO WS-AUDIT-ACTION
    END-IF
    REWRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "Could not update standing order, status = "
                WS-STANDING-STATUS
        NOT INVALID KEY
            IF SD-Active
                DISPLAY "Standing order resumed; next run "
                    SD-NextRunDate "."
            ELSE
                DISPLAY "Standing order suspended."
            END-IF
            PERFORM WriteStandingAudit
    END-REWRITE.

DeleteStandingOrder.
    PERFORM ReadStandingOrder
    IF WS-SD-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM ShowStandingOrder
    DISPLAY "Delete this standing order? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
        DISPLAY "Standing order not deleted."
        EXIT PARAGRAPH
    END-IF
    DELETE StandingOrders
        INVALID KEY
            DISPLAY "Could not delete standing order, status = "
                WS-STANDING-STATUS
        NOT INVALID KEY
            DISPLAY "Standing order deleted."
            MOVE "STANDDEL" TO WS-AUDIT-ACTION
            PERFORM WriteStandingAudit
    END-DELETE.

ListStandingOrders.
    DISPLAY "Customer number (blank for all): " WITH NO ADVANCING
    ACCEPT WS-CUSTOMER
    DISPLAY "Customer   No Description                    F "
        "Next Run End Date St Lines"
    DISPLAY "------------------------------------------------------------"
        "----------------"
    MOVE 0 TO WS-LIST-COUNT
    MOVE LOW-VALUES TO SD-Key
    IF WS-CUSTOMER NOT = SPACES
        MOVE WS-CUSTOMER TO SD-CustomerNumber
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    START StandingOrders KEY IS NOT LESS THAN SD-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ StandingOrders NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF WS-CUSTOMER NOT = SPACES
                    AND SD-CustomerNumber NOT = WS-CUSTOMER
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    DISPLAY SD-CustomerNumber " " SD-StandingNo " "
                        SD-Description " " SD-Frequency " "
                        SD-NextRunDate " " SD-EndDate " "
                        SD-Status "  " SD-LineCount
                    ADD 1 TO WS-LIST-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No standing orders on file."
    END-IF.

*> ------------------------------------------------------------------
*> Field entry shared by add and update.
*> ------------------------------------------------------------------
EnterFrequency.
    MOVE 'N' TO WS-FIELD-OK
    PERFORM UNTIL WS-FIELD-OK = 'Y'
        DISPLAY "Frequency (W weekly, B every two weeks, M monthly, "
            "Q quarterly): " WITH NO ADVANCING
        ACCEPT SD-Frequency
        INSPECT SD-Frequency CONVERTING "wbmq" TO "WBMQ"
        IF SD-Valid-Frequency
            MOVE 'Y' TO WS-FIELD-OK
        ELSE
            DISPLAY "Enter W, B, M or Q."
        END-IF
    END-PERFORM.

*> Blank = no end date.
EnterEndDate.
    MOVE 'N' TO WS-DATE-OK
    PERFORM UNTIL WS-DATE-OK = 'Y'
        DISPLAY "End date (YYYYMMDD, blank = none): "
            WITH NO ADVANCING
        ACCEPT WS-DATE-X
        IF WS-DATE-X = SPACES
            MOVE 0 TO SD-EndDate
            MOVE 'Y' TO WS-DATE-OK
        ELSE
            PERFORM CheckEnteredDate
            IF WS-DATE-OK = 'Y'
                IF WS-ENTERED-DATE < SD-NextRunDate
                    DISPLAY "The end date cannot be before the next "
                        "run date " SD-NextRunDate "."
                    MOVE 'N' TO WS-DATE-OK
                ELSE
                    MOVE WS-ENTERED-DATE TO SD-EndDate
                END-IF
            END-IF
        END-IF
    END-PERFORM.

AcceptDate.
    ACCEPT WS-DATE-X
    PERFORM CheckEnteredDate.

CheckEnteredDate.
    MOVE 'N' TO WS-DATE-OK
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

*> A ship-to code must be on file for the customer; a single
*> space clears it back to the bill-to address.
EnterShipTo.
    MOVE 'N' TO WS-FIELD-OK
    PERFORM UNTIL WS-FIELD-OK = 'Y'
        DISPLAY "Ship-to code (current '" SD-ShipToCode
            "', blank = keep, * = bill-to): " WITH NO ADVANCING
        ACCEPT WS-ENTRY-X
        EVALUATE TRUE
            WHEN WS-ENTRY-X = SPACES
                MOVE 'Y' TO WS-FIELD-OK
            WHEN WS-ENTRY-X = "*"
                MOVE SPACES TO SD-ShipToCode
                MOVE 'Y' TO WS-FIELD-OK
            WHEN WS-SHIPTO-AVAILABLE = 'N'
                DISPLAY "No ship-to addresses are on file."
            WHEN OTHER
                MOVE SD-CustomerNumber TO SA-CustomerNumber
                MOVE WS-ENTRY-X TO SA-ShipToCode
                READ ShipToFile
                    INVALID KEY
                        DISPLAY "Ship-to code not on file for this "
                            "customer."
                    NOT INVALID KEY
                        MOVE SA-ShipToCode TO SD-ShipToCode
                        MOVE 'Y' TO WS-FIELD-OK
                END-READ
        END-EVALUATE
    END-PERFORM.

EnterWarehouse.
    MOVE 'N' TO WS-WHSE-OK
    PERFORM UNTIL WS-WHSE-OK = 'Y'
        DISPLAY "Ship-from warehouse (current " SD-Warehouse
            ", blank = keep): " WITH NO ADVANCING
        ACCEPT WS-WHSE-X
        IF WS-WHSE-X = SPACES
            MOVE SD-Warehouse TO WS-WHSE-X
        END-IF
        PERFORM ValidateWarehouse
    END-PERFORM
    MOVE WS-WHSE-X TO SD-Warehouse.

*> Warehouse code keyed into WS-WHSE-X; blank means the main
*> warehouse. The main warehouse is always valid, any other must
*> be on the warehouse master.
ValidateWarehouse.
    MOVE 'N' TO WS-WHSE-OK
    IF WS-WHSE-X = SPACES
        MOVE WS-MAIN-WAREHOUSE TO WS-WHSE-X
    END-IF
    IF WS-WHSE-X = WS-MAIN-WAREHOUSE
        MOVE 'Y' TO WS-WHSE-OK
        EXIT PARAGRAPH
    END-IF
    IF WS-WHSE-AVAILABLE = 'N'
        DISPLAY "Warehouse " WS-WHSE-X " is not on file."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-WHSE-X TO WH-Code
    READ WarehouseFile
        INVALID KEY
            DISPLAY "Warehouse " WS-WHSE-X " is not on file."
        NOT INVALID KEY
            MOVE 'Y' TO WS-WHSE-OK
    END-READ.

*> Salesperson credited with the generated orders; HSE is the
*> house account.
EnterSalesperson.
    MOVE 'N' TO WS-FIELD-OK
    PERFORM UNTIL WS-FIELD-OK = 'Y'
        DISPLAY "Salesperson code (current " SD-Salesperson
            ", blank = keep): " WITH NO ADVANCING
        ACCEPT WS-ENTRY-X
        EVALUATE TRUE
            WHEN WS-ENTRY-X = SPACES
                MOVE 'Y' TO WS-FIELD-OK
            WHEN WS-ENTRY-X = "HSE"
                MOVE "HSE" TO SD-Salesperson
                MOVE 'Y' TO WS-FIELD-OK
            WHEN WS-SLSP-AVAILABLE = 'N'
                DISPLAY "Salesperson master not available; use HSE."
            WHEN OTHER
                MOVE WS-ENTRY-X TO SL-Code
                READ SalespersonMaster
                    INVALID KEY
                        DISPLAY "Salesperson code not found."
                    NOT INVALID KEY
                        IF SL-Inactive
                            DISPLAY "Salesperson " SL-Code
                                " is inactive."
                        ELSE
                            MOVE SL-Code TO SD-Salesperson
                            MOVE 'Y' TO WS-FIELD-OK
                        END-IF
                END-READ
        END-EVALUATE
    END-PERFORM.

EnterItemLines.
    MOVE 'N' TO WS-LINES-DONE
    PERFORM UNTIL WS-LINES-DONE = 'Y'
        IF SD-LineCount >= WS-MAX-LINES
            DISPLAY "A standing order holds " WS-MAX-LINES
                " lines at most."
            MOVE 'Y' TO WS-LINES-DONE
        ELSE
            DISPLAY "Item code (blank to finish): " WITH NO ADVANCING
            ACCEPT WS-ITEM-X
            IF WS-ITEM-X = SPACES
                MOVE 'Y' TO WS-LINES-DONE
            ELSE
                PERFORM EnterItemLine
            END-IF
        END-IF
    END-PERFORM.

EnterItemLine.
    MOVE WS-ITEM-X TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "Unknown item code. Line skipped."
            EXIT PARAGRAPH
    END-READ
    IF IM-Inactive
        DISPLAY "Item " IM-ItemCode " is no longer offered. "
            "Line skipped."
        EXIT PARAGRAPH
    END-IF
    DISPLAY IM-Description
    DISPLAY "Quantity: " WITH NO ADVANCING
    ACCEPT WS-QTY-X
    IF FUNCTION TEST-NUMVAL(WS-QTY-X) NOT = 0
        DISPLAY "Quantity not numeric. Line skipped."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LINE-QTY = FUNCTION NUMVAL(WS-QTY-X)
    IF WS-LINE-QTY < 1 OR WS-LINE-QTY > 999
        DISPLAY "Quantity must be 1 to 999. Line skipped."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SD-LineCount
    MOVE IM-ItemCode TO SD-ItemCode (SD-LineCount)
    MOVE WS-LINE-QTY TO SD-Quantity (SD-LineCount).
