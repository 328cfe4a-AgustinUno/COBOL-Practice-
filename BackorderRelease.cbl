        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        RECORD KEY IS PH-Key
        FILE STATUS IS WS-PRICE-STATUS.

    SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-Key
        FILE STATUS IS WS-CONTRACT-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TX-Jurisdiction
        FILE STATUS IS WS-TAX-STATUS.

    SELECT ItemWarehouse ASSIGN TO "ITEMWHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IW-Key
        FILE STATUS IS WS-ITEMWHSE-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD BackorderFile.
FD BackorderWork.
01 BackorderWorkRecord PIC X(40).

FD OpenOrders.
COPY OPENORD.

FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

FD PriceHistory.
COPY PRICEREC.

FD ContractFile.
COPY CONTRACT.

FD CustomerMaster.
COPY CUSTMAST.

FD TaxRateFile.
COPY TAXRATE.

FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BACKORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PRICE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME PIC 9(8).
01 WS-PRICE-HIST-AVAILABLE PIC X VALUE 'N'.
01 WS-PRICE-HIST-EOF PIC X.
01 WS-TAX-TABLE-AVAILABLE PIC X VALUE 'N'.
*> A released backorder is priced at the customer's contract price
*> (own contract, then price group) when one is in force.
01 WS-CONTRACT-AVAILABLE PIC X VALUE 'N'.
01 WS-CONTRACT-EOF PIC X.
01 WS-CONTRACT-TYPE PIC X.
01 WS-CONTRACT-ACCOUNT PIC X(10).
01 WS-PRICE-SOURCE PIC X VALUE 'L'.

01 PRICE PIC 999V99.
01 TOTAL-COST PIC S9(6)V99.
01 WS-DISCOUNT-RATE PIC V999.
01 WS-DEFAULT-TAX-RATE PIC V999 VALUE .075.
01 WS-TAX-RATE PIC V999.
01 WS-TAX-EXEMPT PIC X VALUE 'N'.
01 WS-SALES-TAX PIC S9(5)V99.
01 WS-FINAL-TOTAL PIC S9(6)V99.
01 WS-CREDIT-BALANCE PIC S9(7)V99.
01 WS-UNSHIPPED-VALUE PIC S9(7)V99.
01 WS-UNSHIPPED-EOF PIC X.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.

01 WS-READ-COUNT PIC 9(7) VALUE 0.
01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
01 WS-WAITING-COUNT PIC 9(7) VALUE 0.
01 WS-CANCELLED-COUNT PIC 9(7) VALUE 0.

01 WS-AUDIT-ACTION PIC X(10).
01 WS-AUDIT-KEY PIC X(20).
01 WS-RUN-PGM PIC X(20) VALUE "BackorderRel".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    CLOSE BackorderFile
    CLOSE BackorderWork
    PERFORM RewriteBackorderFile

    DISPLAY "------------------------------------------------------------"
    DISPLAY "Backorders Read:      " WS-READ-COUNT
    DISPLAY "Released To Warehouse:" WS-RELEASED-COUNT
    DISPLAY "Still Waiting:        " WS-WAITING-COUNT
    DISPLAY "Cancelled:            " WS-CANCELLED-COUNT

    CLOSE ItemMaster
    CLOSE ItemWarehouse
    IF WS-PRICE-HIST-AVAILABLE = 'Y'
        CLOSE PriceHistory
    END-IF
    IF WS-CONTRACT-AVAILABLE = 'Y'
        CLOSE ContractFile
    END-IF
    CLOSE CustomerMaster
    IF WS-TAX-TABLE-AVAILABLE = 'Y'
        CLOSE TaxRateFile
    END-IF
    CLOSE AuditLog
    PERFORM LogRunEnd
    STOP RUN.
        STOP RUN
    END-IF

    OPEN I-O ItemMaster
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "BackorderRelease: error opening Item Master, "
        STOP RUN
    END-IF

    PERFORM OpenWarehouseStock

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "BackorderRelease: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 'Y' TO WS-PRICE-HIST-AVAILABLE
    END-IF

    OPEN INPUT ContractFile
    IF WS-CONTRACT-STATUS-OK
        MOVE 'Y' TO WS-CONTRACT-AVAILABLE
    END-IF

    OPEN INPUT TaxRateFile
    IF WS-TAX-STATUS-OK
        MOVE 'Y' TO WS-TAX-TABLE-AVAILABLE
    END-IF

    PERFORM OpenAuditLog.

OpenWarehouseStock.
    OPEN I-O ItemWarehouse
    IF WS-ITEMWHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ItemWarehouse
        CLOSE ItemWarehouse
        OPEN I-O ItemWarehouse
    END-IF
    IF NOT WS-ITEMWHSE-STATUS-OK
        DISPLAY "BackorderRelease: error opening warehouse stock, "
            "status = " WS-ITEMWHSE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Stock for IM-ItemCode in WS-STOCK-WHSE, read before the Item
*> Master quantity is changed. The main warehouse record is set
*> up from the Item Master on first touch; a warehouse that has
*> never held the item starts at zero and is written on save.
ReadItemWarehouse.
    PERFORM SeedMainWarehouse
    MOVE IM-ItemCode TO IW-ItemCode
    MOVE WS-STOCK-WHSE TO IW-Warehouse
    MOVE 'Y' TO WS-IW-ON-FILE
    READ ItemWarehouse
        INVALID KEY
            MOVE 'N' TO WS-IW-ON-FILE
            MOVE 0 TO IW-QtyOnHand
            MOVE 0 TO IW-ReorderPoint
            MOVE SPACES TO IW-Location
    END-READ.

SeedMainWarehouse.
    MOVE IM-ItemCode TO IW-ItemCode
    MOVE WS-MAIN-WAREHOUSE TO IW-Warehouse
    READ ItemWarehouse
        INVALID KEY
            MOVE IM-QtyOnHand TO IW-QtyOnHand
            MOVE IM-ReorderPoint TO IW-ReorderPoint
            MOVE IM-Location TO IW-Location
            WRITE ItemWarehouseRecord
                INVALID KEY
                    DISPLAY "BackorderRelease: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "BackorderRelease: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "BackorderRelease: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    MOVE "BackorderRel" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "BackorderRelease: error writing audit record, "

*> ------------------------------------------------------------------
*> One backorder: release it if the shelf now covers it and the
*> customer's credit can take it; otherwise it keeps its place in
*> the queue. Items gone from the master (or off sale) cancel out
*> of the queue with an audit record.
*> ------------------------------------------------------------------
        EXIT PARAGRAPH
    END-IF

*> The backorder waits on stock in the warehouse it was taken
*> against; one taken before warehouses were split is the main's.
    MOVE BO-Warehouse TO WS-STOCK-WHSE
    IF WS-STOCK-WHSE = SPACES
        MOVE WS-MAIN-WAREHOUSE TO WS-STOCK-WHSE
    END-IF
    PERFORM ReadItemWarehouse
    IF IW-QtyOnHand < BO-Quantity
        PERFORM KeepBackorderWaiting
        EXIT PARAGRAPH
    END-IF
    END-READ

    PERFORM PriceBackorderLine
    MOVE CM-Balance TO WS-CREDIT-BALANCE
    PERFORM AddUnshippedOrders

    IF CM-CreditLimit > 0
        AND WS-CREDIT-BALANCE + WS-FINAL-TOTAL > CM-CreditLimit
        DISPLAY BO-ItemCode " for " BO-CustomerNumber
            ": release would exceed the credit limit; still waiting."
        PERFORM KeepBackorderWaiting

PriceBackorderLine.
    MOVE IM-Price TO PRICE
    PERFORM LookUpContractPrice
    COMPUTE WS-LINE-SUBTOTAL = BO-Quantity * PRICE
    EVALUATE TRUE
        WHEN BO-Quantity >= 100
                MOVE TX-Rate TO WS-TAX-RATE
        END-READ
    END-IF
*> An exemption certificate for the customer's state, still good on
*> the release date, credit-checks the release tax-free. The
*> warehouse makes the same test again when it bills the shipment.
    MOVE 'N' TO WS-TAX-EXEMPT
    IF CM-ExemptCertNumber NOT = SPACES
        AND CM-ExemptJurisdiction = CM-State
        AND CM-ExemptExpiry NUMERIC
        AND CM-ExemptExpiry >= WS-RUN-DATE
        MOVE 'Y' TO WS-TAX-EXEMPT
        MOVE 0 TO WS-TAX-RATE
    END-IF
    COMPUTE WS-SALES-TAX ROUNDED = TOTAL-COST * WS-TAX-RATE
    COMPUTE WS-FINAL-TOTAL ROUNDED = TOTAL-COST + WS-SALES-TAX.

*> Orders already waiting on the warehouse for this customer,
*> taxed, count against the limit the same as billed ones. That
*> includes releases made earlier in this run.
AddUnshippedOrders.
    MOVE 0 TO WS-UNSHIPPED-VALUE
    OPEN INPUT OpenOrders
    IF NOT WS-OPEN-ORDER-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-UNSHIPPED-EOF
    PERFORM UNTIL WS-UNSHIPPED-EOF = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-UNSHIPPED-EOF
            NOT AT END
                IF OO-CustomerNumber = BO-CustomerNumber
                    ADD OO-TotalCost TO WS-UNSHIPPED-VALUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    COMPUTE WS-UNSHIPPED-VALUE ROUNDED =
        WS-UNSHIPPED-VALUE + (WS-UNSHIPPED-VALUE * WS-TAX-RATE)
    ADD WS-UNSHIPPED-VALUE TO WS-CREDIT-BALANCE.

LookUpContractPrice.
    MOVE 'L' TO WS-PRICE-SOURCE
    IF WS-CONTRACT-AVAILABLE = 'Y'
        MOVE 'C' TO CP-AccountType
        MOVE BO-CustomerNumber TO CP-Account
        PERFORM FindContractPrice
        IF WS-PRICE-SOURCE = 'L' AND CM-PriceGroup NOT = SPACES
            MOVE 'G' TO CP-AccountType
            MOVE CM-PriceGroup TO CP-Account
            PERFORM FindContractPrice
        END-IF
    END-IF
    IF WS-PRICE-SOURCE = 'L'
        PERFORM LookUpEffectivePrice
    END-IF.

FindContractPrice.
    MOVE CP-AccountType TO WS-CONTRACT-TYPE
    MOVE CP-Account TO WS-CONTRACT-ACCOUNT
    MOVE BO-ItemCode TO CP-ItemCode
    MOVE 0 TO CP-StartDate
    MOVE 'N' TO WS-CONTRACT-EOF
    START ContractFile KEY IS NOT LESS THAN CP-Key
        INVALID KEY
            MOVE 'Y' TO WS-CONTRACT-EOF
    END-START
    PERFORM UNTIL WS-CONTRACT-EOF = 'Y'
        READ ContractFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CONTRACT-EOF
            NOT AT END
                IF CP-AccountType NOT = WS-CONTRACT-TYPE
                    OR CP-Account NOT = WS-CONTRACT-ACCOUNT
                    OR CP-ItemCode NOT = BO-ItemCode
                    OR CP-StartDate > WS-RUN-DATE
                    MOVE 'Y' TO WS-CONTRACT-EOF
                ELSE
                    IF CP-EndDate >= WS-RUN-DATE
                        MOVE CP-Price TO PRICE
                        MOVE 'C' TO WS-PRICE-SOURCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LookUpEffectivePrice.
    IF WS-PRICE-HIST-AVAILABLE = 'N'
        EXIT PARAGRAPH
    ADD WS-ORDER-SEQ TO WS-ORDER-NUMBER
    ADD 1 TO WS-ORDER-SEQ

    OPEN EXTEND OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenOrders
        CLOSE OpenOrders
        OPEN EXTEND OpenOrders
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "BackorderRelease: error opening open-order file, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-ORDER-NUMBER TO OO-OrderNumber
    MOVE WS-RUN-DATE TO OO-OrderDate
    MOVE BO-CustomerNumber TO OO-CustomerNumber
    MOVE 1 TO OO-LineNumber
    MOVE BO-ItemCode TO OO-ItemCode
    MOVE BO-Quantity TO OO-Quantity
    MOVE PRICE TO OO-Price
    MOVE TOTAL-COST TO OO-TotalCost
    IF BO-Salesperson = SPACES
        MOVE "HSE" TO OO-Salesperson
    ELSE
        MOVE BO-Salesperson TO OO-Salesperson
    END-IF
    IF IM-AvgCost NUMERIC
        MOVE IM-AvgCost TO OO-UnitCost
    ELSE
        MOVE 0 TO OO-UnitCost
    END-IF
    MOVE SPACES TO OO-ShipToCode
    MOVE WS-PRICE-SOURCE TO OO-PriceSource
    MOVE WS-STOCK-WHSE TO OO-Warehouse
    SET OO-AwaitingTicket TO TRUE
    MOVE 0 TO OO-PickDate
    WRITE OpenOrderRecord
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "BackorderRelease: error writing open-order line, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE OpenOrders

    SUBTRACT BO-Quantity FROM IW-QtyOnHand
    SUBTRACT BO-Quantity FROM IM-QtyOnHand
    REWRITE ItemMasterRecord
        INVALID KEY
            DISPLAY "BackorderRelease: could not update on-hand "
                "for item " IM-ItemCode ", status = " WS-ITEM-STATUS
        NOT INVALID KEY
            PERFORM SaveItemWarehouse
    END-REWRITE

    MOVE "OPENORDER" TO WS-AUDIT-ACTION
    MOVE BO-ItemCode TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord

    ADD 1 TO WS-RELEASED-COUNT
    DISPLAY "RELEASED  " BO-ItemCode " qty " BO-Quantity
        " for " BO-CustomerNumber " (waited since " BO-OrderDate
        ") order " WS-ORDER-NUMBER.

KeepBackorderWaiting.
    WRITE BackorderWorkRecord FROM BackorderRecord
    END-PERFORM
    CLOSE BackorderWork
    CLOSE BackorderFile.
