IDENTIFICATION DIVISION.
PROGRAM-ID. StandingOrderRun.

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

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT HeldOrders ASSIGN TO "HELDORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.

    SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKORDER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT PriceHistory ASSIGN TO "PRICEHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
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
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Key
        FILE STATUS IS WS-SHIPTO-STATUS.

    SELECT TaxRateFile ASSIGN TO "TAXRATES.DAT"
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
FD StandingOrders.
COPY STANDORD.

FD OpenOrders.
COPY OPENORD.

FD HeldOrders.
COPY HELDORD.

FD BackorderFile.
COPY BACKORD.

FD ItemMaster.
COPY ITEMMAST.

FD PriceHistory.
COPY PRICEREC.

FD ContractFile.
COPY CONTRACT.

FD CustomerMaster.
COPY CUSTMAST.

FD ShipToFile.
COPY SHIPTO.

FD TaxRateFile.
COPY TAXRATE.

FD ItemWarehouse.
COPY ITEMWHSE.

FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STANDING-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HELD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BACKORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PRICE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPTO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME PIC 9(8).
01 WS-RUN-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-ORDER-NUMBER PIC 9(16).
*> Several standing orders generate inside the same centisecond;
*> the sequence keeps the order numbers (and so the invoice
*> numbers they become at shipment) unique, as in OrderImport.
01 WS-ORDER-SEQ PIC 9(4) VALUE 0.

01 WS-SHIPTO-AVAILABLE PIC X VALUE 'N'.
01 WS-PRICE-HIST-AVAILABLE PIC X VALUE 'N'.
01 WS-PRICE-HIST-EOF PIC X.
01 WS-TAX-TABLE-AVAILABLE PIC X VALUE 'N'.
*> Contract pricing as in OrderingSystem: the customer's own
*> contract, then its price group's, ahead of the list price.
01 WS-CONTRACT-AVAILABLE PIC X VALUE 'N'.
01 WS-CONTRACT-EOF PIC X.
01 WS-CONTRACT-TYPE PIC X.
01 WS-CONTRACT-ACCOUNT PIC X(10).
01 WS-PRICE-GROUP PIC X(4) VALUE SPACES.
01 WS-PRICE-SOURCE PIC X VALUE 'L'.

01 WS-LINE-ITEM PIC X(10).
01 QUANTITY PIC 999.
01 PRICE PIC 999V99.
01 TOTAL-COST PIC S9(6)V99.
01 WS-LINE-SUBTOTAL PIC 9(6)V99.
01 WS-DISCOUNT-RATE PIC V999.
01 WS-DEFAULT-TAX-RATE PIC V999 VALUE .075.
01 WS-TAX-RATE PIC V999 VALUE .075.
01 WS-CUSTOMER-STATE PIC XX.
*> Set when the customer's exemption certificate covers the run
*> date; the order is then credit-checked at zero tax. The
*> warehouse makes the same test again when it bills the shipment.
01 WS-TAX-EXEMPT PIC X VALUE 'N'.

*> The order being generated from one standing order: lines that
*> can ship wait here until the credit decision, then go to the
*> warehouse (or hold) exactly as an imported order would.
01 WS-ORDER-LINES.
   05 WS-ORD-LINE OCCURS 20 TIMES.
      10 WS-ORD-ITEM-CODE PIC X(10).
      10 WS-ORD-QUANTITY  PIC 999.
      10 WS-ORD-PRICE     PIC 999V99.
      10 WS-ORD-TOTAL     PIC 9(6)V99.
      10 WS-ORD-COST      PIC 999V99.
      10 WS-ORD-PRICE-SRC PIC X.
01 WS-ORDER-LINE-COUNT PIC 99 VALUE 0.
01 WS-ORDER-IDX PIC 99.
01 WS-SD-IDX PIC 99.

01 WS-CURR-CUSTOMER PIC X(10).
01 WS-SALESPERSON PIC X(3).
01 WS-SHIP-FROM PIC X(2).
01 WS-CREDIT-BALANCE PIC S9(7)V99.
01 WS-CREDIT-LIMIT PIC S9(7)V99.
01 WS-UNSHIPPED-VALUE PIC S9(7)V99.
01 WS-UNSHIPPED-EOF PIC X.
01 WS-ORDER-GRAND-TOTAL PIC S9(6)V99.
01 WS-SALES-TAX PIC S9(5)V99.
01 WS-ORDER-FINAL-TOTAL PIC S9(6)V99.
*> G generated, H held for credit, B all lines backordered.
01 WS-ORDER-RESULT PIC X.
01 WS-RESULT-TEXT PIC X(10).

*> Ship-to code carried onto the order lines, resolved when the
*> order starts; spaces ship to the bill-to address.
01 WS-SHIP-TO-CODE PIC X(4).

01 WS-EDIT-AMOUNT  PIC ZZZ,ZZ9.99-.

*> Schedule roll-forward. Weekly steps count days; monthly and
*> quarterly steps move the month and come back to SD-RunDay,
*> pulled in to the last day of a shorter month.
01 WS-NEXT-DATE PIC 9(8).
01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
   05 WS-NEXT-YYYY PIC 9(4).
   05 WS-NEXT-MM   PIC 99.
   05 WS-NEXT-DD   PIC 99.
01 WS-MONTH-STEP PIC 99.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.

01 WS-STANDING-READ PIC 9(7) VALUE 0.
01 WS-STANDING-DUE PIC 9(7) VALUE 0.
01 WS-ORDERS-WRITTEN PIC 9(7) VALUE 0.
01 WS-ORDERS-HELD PIC 9(7) VALUE 0.
01 WS-ORDERS-NONE PIC 9(7) VALUE 0.
01 WS-CUSTOMERS-SKIPPED PIC 9(7) VALUE 0.
01 WS-LINES-BACKORDERED PIC 9(7) VALUE 0.
01 WS-LINES-SKIPPED PIC 9(7) VALUE 0.
01 WS-STANDING-ENDED PIC 9(7) VALUE 0.
01 WS-OPEN-LINES PIC 9(7) VALUE 0.
01 WS-OPEN-DOLLARS PIC S9(9)V99 VALUE 0.
01 WS-HELD-DOLLARS PIC S9(9)V99 VALUE 0.

01 WS-AUDIT-ACTION PIC X(10).
01 WS-AUDIT-KEY PIC X(20).
01 WS-AUDIT-DATE PIC 9(8).
01 WS-AUDIT-TIME PIC 9(8).

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "StandingOrd".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE (5:2) TO WS-RUN-DATE-DISPLAY (1:2)
    MOVE WS-RUN-DATE (7:2) TO WS-RUN-DATE-DISPLAY (4:2)
    MOVE WS-RUN-DATE (1:4) TO WS-RUN-DATE-DISPLAY (7:4)
    PERFORM OpenFiles

    DISPLAY " "
    DISPLAY "Standing Order Run                  Date: "
        WS-RUN-DATE-DISPLAY
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Customer   No Order Number      Result        Amount "
        "Next Run"
    DISPLAY "------------------------------------------------------------"

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ StandingOrders NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-STANDING-READ
                PERFORM ProcessStandingOrder
        END-READ
    END-PERFORM

    PERFORM PrintControlTotals

    CLOSE StandingOrders
    CLOSE ItemMaster
    CLOSE ItemWarehouse
    IF WS-PRICE-HIST-AVAILABLE = 'Y'
        CLOSE PriceHistory
    END-IF
    IF WS-CONTRACT-AVAILABLE = 'Y'
        CLOSE ContractFile
    END-IF
    CLOSE CustomerMaster
    IF WS-SHIPTO-AVAILABLE = 'Y'
        CLOSE ShipToFile
    END-IF
    IF WS-TAX-TABLE-AVAILABLE = 'Y'
        CLOSE TaxRateFile
    END-IF
    CLOSE AuditLog
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

OpenFiles.
    OPEN I-O StandingOrders
    IF WS-STANDING-STATUS-FILE-NOT-FOUND
        DISPLAY "StandingOrderRun: no standing-order file; nothing "
            "to generate."
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-STANDING-STATUS-OK
        DISPLAY "StandingOrderRun: error opening standing-order "
            "file, status = " WS-STANDING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O ItemMaster
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "StandingOrderRun: error opening Item Master, "
            "status = " WS-ITEM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OpenWarehouseStock

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "StandingOrderRun: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ShipToFile
    IF WS-SHIPTO-STATUS-OK
        MOVE 'Y' TO WS-SHIPTO-AVAILABLE
    END-IF

    OPEN INPUT PriceHistory
    IF WS-PRICE-STATUS-OK
        MOVE 'Y' TO WS-PRICE-HIST-AVAILABLE
    END-IF

    OPEN INPUT ContractFile
    IF WS-CONTRACT-STATUS-OK
        MOVE 'Y' TO WS-CONTRACT-AVAILABLE
    END-IF

    OPEN INPUT TaxRateFile
    IF WS-TAX-STATUS-OK
        MOVE 'Y' TO WS-TAX-TABLE-AVAILABLE
    ELSE
        DISPLAY "StandingOrderRun: tax rate table unavailable; the "
            "in-state default rate applies."
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
        DISPLAY "StandingOrderRun: error opening warehouse stock, "
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
                    DISPLAY "StandingOrderRun: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "StandingOrderRun: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "StandingOrderRun: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StandingOrderRun: error opening audit log, status = "
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "StandingOrd" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StandingOrderRun: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> ------------------------------------------------------------------
*> One standing order: active and due on or before the run date.
*> A run missed by the stream generates one order, not one per
*> missed date. An unknown customer is reported and left due so
*> the order desk can correct it before the next run.
*> ------------------------------------------------------------------
ProcessStandingOrder.
    IF NOT SD-Active OR SD-NextRunDate > WS-RUN-DATE
        EXIT PARAGRAPH
    END-IF
    IF SD-EndDate NOT = 0 AND SD-NextRunDate > SD-EndDate
        PERFORM EndStandingOrder
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-STANDING-DUE

    MOVE SD-CustomerNumber TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY SD-CustomerNumber " " SD-StandingNo " "
                "                 SKIPPED - CUSTOMER NOT ON FILE"
            ADD 1 TO WS-CUSTOMERS-SKIPPED
            EXIT PARAGRAPH
    END-READ

    PERFORM StartStandingOrder
    PERFORM VARYING WS-SD-IDX FROM 1 BY 1
            UNTIL WS-SD-IDX > SD-LineCount
        PERFORM ProcessStandingLine
    END-PERFORM
    PERFORM CompleteOrder
    PERFORM RollNextRunDate

    IF WS-ORDER-RESULT = 'B'
        MOVE 0 TO WS-ORDER-FINAL-TOTAL
    END-IF
    MOVE WS-ORDER-FINAL-TOTAL TO WS-EDIT-AMOUNT
    DISPLAY SD-CustomerNumber " " SD-StandingNo " "
        WS-ORDER-NUMBER " " WS-RESULT-TEXT " " WS-EDIT-AMOUNT " "
        SD-NextRunDate.

StartStandingOrder.
    MOVE SD-CustomerNumber TO WS-CURR-CUSTOMER
    MOVE CM-State TO WS-CUSTOMER-STATE
    MOVE CM-Balance TO WS-CREDIT-BALANCE
    MOVE CM-CreditLimit TO WS-CREDIT-LIMIT
    MOVE CM-PriceGroup TO WS-PRICE-GROUP
    PERFORM ResolveShipTo
    PERFORM LookUpTaxRate
    PERFORM CheckTaxExemption
    PERFORM AddUnshippedOrders
    MOVE SD-Salesperson TO WS-SALESPERSON
    IF WS-SALESPERSON = SPACES
        MOVE "HSE" TO WS-SALESPERSON
    END-IF
    MOVE SD-Warehouse TO WS-SHIP-FROM
    IF WS-SHIP-FROM = SPACES
        MOVE WS-MAIN-WAREHOUSE TO WS-SHIP-FROM
    END-IF
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-ORDER-NUMBER
    ADD WS-ORDER-SEQ TO WS-ORDER-NUMBER
    ADD 1 TO WS-ORDER-SEQ
    MOVE 0 TO WS-ORDER-LINE-COUNT
    MOVE 0 TO WS-ORDER-GRAND-TOTAL
    MOVE 0 TO WS-SALES-TAX
    MOVE 0 TO WS-ORDER-FINAL-TOTAL.

*> The standing order's ship-to code, if it is still on file;
*> otherwise the order ships to the bill-to address.
ResolveShipTo.
    MOVE SPACES TO WS-SHIP-TO-CODE
    IF SD-ShipToCode = SPACES OR WS-SHIPTO-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE SD-CustomerNumber TO SA-CustomerNumber
    MOVE SD-ShipToCode TO SA-ShipToCode
    READ ShipToFile
        INVALID KEY
            DISPLAY "StandingOrderRun: ship-to " SD-ShipToCode
                " is no longer on file for customer "
                SD-CustomerNumber "; using the bill-to address."
        NOT INVALID KEY
            MOVE SD-ShipToCode TO WS-SHIP-TO-CODE
    END-READ.

*> Orders already waiting on the warehouse for this customer,
*> taxed, count against the limit the same as billed ones.
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
                IF OO-CustomerNumber = WS-CURR-CUSTOMER
                    ADD OO-TotalCost TO WS-UNSHIPPED-VALUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    COMPUTE WS-UNSHIPPED-VALUE ROUNDED =
        WS-UNSHIPPED-VALUE + (WS-UNSHIPPED-VALUE * WS-TAX-RATE)
    ADD WS-UNSHIPPED-VALUE TO WS-CREDIT-BALANCE.

LookUpTaxRate.
    MOVE WS-DEFAULT-TAX-RATE TO WS-TAX-RATE
    IF WS-TAX-TABLE-AVAILABLE = 'N'
        OR WS-CUSTOMER-STATE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CUSTOMER-STATE TO TX-Jurisdiction
    READ TaxRateFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE TX-Rate TO WS-TAX-RATE
    END-READ.

*> Same test order entry applies: a certificate for the customer's
*> state, unexpired on the run date, zeroes the rate.
CheckTaxExemption.
    MOVE 'N' TO WS-TAX-EXEMPT
    IF CM-ExemptCertNumber = SPACES
        OR CM-ExemptJurisdiction NOT = WS-CUSTOMER-STATE
        EXIT PARAGRAPH
    END-IF
    IF CM-ExemptExpiry NOT NUMERIC
        OR CM-ExemptExpiry < WS-RUN-DATE
        DISPLAY "StandingOrderRun: customer " WS-CURR-CUSTOMER
            " exemption certificate expired " CM-ExemptExpiry
            "; order taxed."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-TAX-EXEMPT
    MOVE 0 TO WS-TAX-RATE.

*> An item dropped from the line or made inactive since the
*> standing order was set up is skipped and reported. A line the
*> ship-from warehouse cannot fill is backordered whole, as the
*> order desk would for a customer who still wants it.
ProcessStandingLine.
    MOVE SD-ItemCode (WS-SD-IDX) TO WS-LINE-ITEM
    MOVE SD-Quantity (WS-SD-IDX) TO QUANTITY
    MOVE WS-LINE-ITEM TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "    item " WS-LINE-ITEM " not on the Item "
                "Master; line skipped."
            ADD 1 TO WS-LINES-SKIPPED
            EXIT PARAGRAPH
    END-READ
    IF IM-Inactive
        DISPLAY "    item " WS-LINE-ITEM " no longer offered; "
            "line skipped."
        ADD 1 TO WS-LINES-SKIPPED
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SHIP-FROM TO WS-STOCK-WHSE
    PERFORM ReadItemWarehouse
    IF QUANTITY > IW-QtyOnHand
        PERFORM WriteBackorder
        EXIT PARAGRAPH
    END-IF

    MOVE IM-Price TO PRICE
    PERFORM LookUpContractPrice
    PERFORM ComputeLineTotal

    ADD 1 TO WS-ORDER-LINE-COUNT
    MOVE WS-LINE-ITEM TO WS-ORD-ITEM-CODE (WS-ORDER-LINE-COUNT)
    MOVE QUANTITY    TO WS-ORD-QUANTITY (WS-ORDER-LINE-COUNT)
    MOVE PRICE       TO WS-ORD-PRICE (WS-ORDER-LINE-COUNT)
    MOVE TOTAL-COST  TO WS-ORD-TOTAL (WS-ORDER-LINE-COUNT)
    MOVE WS-PRICE-SOURCE TO WS-ORD-PRICE-SRC (WS-ORDER-LINE-COUNT)
    IF IM-AvgCost NUMERIC
        MOVE IM-AvgCost TO WS-ORD-COST (WS-ORDER-LINE-COUNT)
    ELSE
        MOVE 0 TO WS-ORD-COST (WS-ORDER-LINE-COUNT)
    END-IF
    ADD TOTAL-COST TO WS-ORDER-GRAND-TOTAL.

WriteBackorder.
    OPEN EXTEND BackorderFile
    IF WS-BACKORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT BackorderFile
        CLOSE BackorderFile
        OPEN EXTEND BackorderFile
    END-IF
    IF NOT WS-BACKORDER-STATUS-OK
        DISPLAY "StandingOrderRun: error opening backorder file, "
            "status = " WS-BACKORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-CURR-CUSTOMER TO BO-CustomerNumber
    MOVE WS-LINE-ITEM TO BO-ItemCode
    MOVE QUANTITY TO BO-Quantity
    MOVE WS-RUN-DATE TO BO-OrderDate
    MOVE WS-SALESPERSON TO BO-Salesperson
    MOVE WS-SHIP-FROM TO BO-Warehouse
    WRITE BackorderRecord
    IF NOT WS-BACKORDER-STATUS-OK
        DISPLAY "StandingOrderRun: error writing backorder, status = "
            WS-BACKORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE BackorderFile
    MOVE "BACKORDER" TO WS-AUDIT-ACTION
    MOVE WS-LINE-ITEM TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    ADD 1 TO WS-LINES-BACKORDERED
    DISPLAY "    item " WS-LINE-ITEM " qty " QUANTITY
        " backordered at warehouse " WS-SHIP-FROM ".".

*> A contract in force on the run date for this customer wins,
*> then one for the customer's price group; otherwise the
*> effective-dated list price.
LookUpContractPrice.
    MOVE 'L' TO WS-PRICE-SOURCE
    IF WS-CONTRACT-AVAILABLE = 'Y'
        MOVE 'C' TO CP-AccountType
        MOVE WS-CURR-CUSTOMER TO CP-Account
        PERFORM FindContractPrice
        IF WS-PRICE-SOURCE = 'L' AND WS-PRICE-GROUP NOT = SPACES
            MOVE 'G' TO CP-AccountType
            MOVE WS-PRICE-GROUP TO CP-Account
            PERFORM FindContractPrice
        END-IF
    END-IF
    IF WS-PRICE-SOURCE = 'L'
        PERFORM LookUpEffectivePrice
    END-IF.

FindContractPrice.
    MOVE CP-AccountType TO WS-CONTRACT-TYPE
    MOVE CP-Account TO WS-CONTRACT-ACCOUNT
    MOVE WS-LINE-ITEM TO CP-ItemCode
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
                    OR CP-ItemCode NOT = WS-LINE-ITEM
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

*> Same effective-dated price walk OrderingSystem makes: latest
*> price on or before the run date, IM-Price when none.
LookUpEffectivePrice.
    IF WS-PRICE-HIST-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LINE-ITEM TO PH-ItemCode
    MOVE LOW-VALUES TO PH-EffDate
    MOVE 'N' TO WS-PRICE-HIST-EOF
    START PriceHistory KEY IS NOT LESS THAN PH-Key
        INVALID KEY
            MOVE 'Y' TO WS-PRICE-HIST-EOF
    END-START
    PERFORM UNTIL WS-PRICE-HIST-EOF = 'Y'
        READ PriceHistory NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PRICE-HIST-EOF
            NOT AT END
                IF PH-ItemCode NOT = WS-LINE-ITEM
                    OR PH-EffDate > WS-RUN-DATE
                    MOVE 'Y' TO WS-PRICE-HIST-EOF
                ELSE
                    MOVE PH-Price TO PRICE
                END-IF
        END-READ
    END-PERFORM.

ComputeLineTotal.
    COMPUTE WS-LINE-SUBTOTAL = QUANTITY * PRICE
    EVALUATE TRUE
        WHEN QUANTITY >= 100
            MOVE .10 TO WS-DISCOUNT-RATE
        WHEN QUANTITY >= 50
            MOVE .05 TO WS-DISCOUNT-RATE
        WHEN QUANTITY >= 10
            MOVE .02 TO WS-DISCOUNT-RATE
        WHEN OTHER
            MOVE 0 TO WS-DISCOUNT-RATE
    END-EVALUATE
    COMPUTE TOTAL-COST ROUNDED =
        WS-LINE-SUBTOTAL - (WS-LINE-SUBTOTAL * WS-DISCOUNT-RATE).

*> ------------------------------------------------------------------
*> The generated order is complete. Over the credit limit it holds
*> whole for CreditHoldReview; otherwise stock is committed and
*> the lines go to the open-order file for WarehouseShipping to
*> pick. The warehouse posts the Order Master, bills the customer,
*> and prints the invoice when it confirms the shipment.
*> ------------------------------------------------------------------
CompleteOrder.
    IF WS-ORDER-LINE-COUNT = 0
        MOVE 'B' TO WS-ORDER-RESULT
        MOVE "NO LINES" TO WS-RESULT-TEXT
        ADD 1 TO WS-ORDERS-NONE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SALES-TAX ROUNDED =
        WS-ORDER-GRAND-TOTAL * WS-TAX-RATE
    COMPUTE WS-ORDER-FINAL-TOTAL ROUNDED =
        WS-ORDER-GRAND-TOTAL + WS-SALES-TAX

    IF WS-CREDIT-LIMIT > 0
        AND WS-CREDIT-BALANCE + WS-ORDER-FINAL-TOTAL
            > WS-CREDIT-LIMIT
        PERFORM HoldStandingOrder
        MOVE 'H' TO WS-ORDER-RESULT
        MOVE "HELD" TO WS-RESULT-TEXT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenOrders
        CLOSE OpenOrders
        OPEN EXTEND OpenOrders
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "StandingOrderRun: error opening open-order file, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
            UNTIL WS-ORDER-IDX > WS-ORDER-LINE-COUNT
        PERFORM WriteStandingOrderLine
    END-PERFORM
    CLOSE OpenOrders
    ADD 1 TO WS-ORDERS-WRITTEN
    MOVE 'G' TO WS-ORDER-RESULT
    MOVE "GENERATED" TO WS-RESULT-TEXT.

WriteStandingOrderLine.
    MOVE WS-ORDER-NUMBER TO OO-OrderNumber
    MOVE WS-RUN-DATE TO OO-OrderDate
    MOVE WS-CURR-CUSTOMER TO OO-CustomerNumber
    MOVE WS-ORDER-IDX TO OO-LineNumber
    MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO OO-ItemCode
    MOVE WS-ORD-QUANTITY (WS-ORDER-IDX) TO OO-Quantity
    MOVE WS-ORD-PRICE (WS-ORDER-IDX) TO OO-Price
    MOVE WS-ORD-TOTAL (WS-ORDER-IDX) TO OO-TotalCost
    MOVE WS-SALESPERSON TO OO-Salesperson
    MOVE WS-ORD-COST (WS-ORDER-IDX) TO OO-UnitCost
    MOVE WS-SHIP-TO-CODE TO OO-ShipToCode
    MOVE WS-ORD-PRICE-SRC (WS-ORDER-IDX) TO OO-PriceSource
    MOVE WS-SHIP-FROM TO OO-Warehouse
    SET OO-AwaitingTicket TO TRUE
    MOVE 0 TO OO-PickDate
    WRITE OpenOrderRecord
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "StandingOrderRun: error writing open-order line, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-OPEN-LINES
    ADD OO-TotalCost TO WS-OPEN-DOLLARS

    MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "StandingOrderRun: item " IM-ItemCode " no "
                "longer on the Item Master; stock not adjusted."
        NOT INVALID KEY
            MOVE WS-SHIP-FROM TO WS-STOCK-WHSE
            PERFORM ReadItemWarehouse
            SUBTRACT WS-ORD-QUANTITY (WS-ORDER-IDX)
                FROM IW-QtyOnHand
            SUBTRACT WS-ORD-QUANTITY (WS-ORDER-IDX)
                FROM IM-QtyOnHand
            REWRITE ItemMasterRecord
                INVALID KEY
                    DISPLAY "StandingOrderRun: could not update "
                        "on-hand for item " IM-ItemCode
                        ", status = " WS-ITEM-STATUS
                NOT INVALID KEY
                    PERFORM SaveItemWarehouse
            END-REWRITE
    END-READ

    MOVE "OPENORDER" TO WS-AUDIT-ACTION
    MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

HoldStandingOrder.
    OPEN EXTEND HeldOrders
    IF WS-HELD-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT HeldOrders
        CLOSE HeldOrders
        OPEN EXTEND HeldOrders
    END-IF
    IF NOT WS-HELD-STATUS-OK
        DISPLAY "StandingOrderRun: error opening held-orders file, "
            "status = " WS-HELD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
            UNTIL WS-ORDER-IDX > WS-ORDER-LINE-COUNT
        MOVE WS-ORDER-NUMBER TO HO-OrderNumber
        MOVE WS-RUN-DATE TO HO-OrderDate
        MOVE WS-CURR-CUSTOMER TO HO-CustomerNumber
        MOVE WS-ORDER-IDX TO HO-LineNumber
        MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO HO-ItemCode
        MOVE WS-ORD-QUANTITY (WS-ORDER-IDX) TO HO-Quantity
        MOVE WS-ORD-PRICE (WS-ORDER-IDX) TO HO-Price
        MOVE WS-ORD-TOTAL (WS-ORDER-IDX) TO HO-TotalCost
        MOVE WS-RUN-DATE TO HO-HoldDate
        MOVE WS-SALESPERSON TO HO-Salesperson
        MOVE WS-ORD-PRICE-SRC (WS-ORDER-IDX) TO HO-PriceSource
        MOVE WS-SHIP-FROM TO HO-Warehouse
        MOVE WS-SHIP-TO-CODE TO HO-ShipToCode
        WRITE HeldOrderRecord
        IF NOT WS-HELD-STATUS-OK
            DISPLAY "StandingOrderRun: error writing held-order "
                "line, status = " WS-HELD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "HOLD" TO WS-AUDIT-ACTION
        MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO WS-AUDIT-KEY
        PERFORM WriteAuditRecord
    END-PERFORM
    CLOSE HeldOrders
    ADD 1 TO WS-ORDERS-HELD
    ADD WS-ORDER-FINAL-TOTAL TO WS-HELD-DOLLARS.

*> ------------------------------------------------------------------
*> Schedule upkeep after the order is generated: the next run date
*> steps forward until it is past the run date, and a standing
*> order whose next run falls after its end date is ended.
*> ------------------------------------------------------------------
RollNextRunDate.
    MOVE SD-NextRunDate TO WS-NEXT-DATE
    PERFORM UNTIL WS-NEXT-DATE > WS-RUN-DATE
        EVALUATE TRUE
            WHEN SD-Weekly
                COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 7)
            WHEN SD-Biweekly
                COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 14)
            WHEN SD-Quarterly
                MOVE 3 TO WS-MONTH-STEP
                PERFORM AddMonths
            WHEN OTHER
                MOVE 1 TO WS-MONTH-STEP
                PERFORM AddMonths
        END-EVALUATE
    END-PERFORM
    MOVE WS-NEXT-DATE TO SD-NextRunDate
    MOVE WS-RUN-DATE TO SD-LastRunDate
    IF WS-ORDER-RESULT NOT = 'B'
        MOVE WS-ORDER-NUMBER TO SD-LastOrderNumber
    END-IF
    IF SD-EndDate NOT = 0 AND SD-NextRunDate > SD-EndDate
        SET SD-Ended TO TRUE
        ADD 1 TO WS-STANDING-ENDED
    END-IF
    REWRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "StandingOrderRun: could not update standing "
                "order " SD-CustomerNumber "-" SD-StandingNo
                ", status = " WS-STANDING-STATUS
            MOVE 8 TO RETURN-CODE
    END-REWRITE
    MOVE "STANDRUN" TO WS-AUDIT-ACTION
    MOVE SD-Key TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

AddMonths.
    ADD WS-MONTH-STEP TO WS-NEXT-MM
    IF WS-NEXT-MM > 12
        SUBTRACT 12 FROM WS-NEXT-MM
        ADD 1 TO WS-NEXT-YYYY
    END-IF
    IF SD-RunDay NUMERIC AND SD-RunDay > 0
        MOVE SD-RunDay TO WS-NEXT-DD
    END-IF
    PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NEXT-DATE) = 0
        SUBTRACT 1 FROM WS-NEXT-DD
    END-PERFORM.

*> Past its end date before this run came round (the stream was
*> down, or the end date was moved in): nothing is generated.
EndStandingOrder.
    SET SD-Ended TO TRUE
    REWRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "StandingOrderRun: could not update standing "
                "order " SD-CustomerNumber "-" SD-StandingNo
                ", status = " WS-STANDING-STATUS
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO WS-STANDING-ENDED
    MOVE "STANDEND" TO WS-AUDIT-ACTION
    MOVE SD-Key TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY SD-CustomerNumber " " SD-StandingNo " "
        "                 ENDED - PAST END DATE " SD-EndDate.

PrintControlTotals.
    DISPLAY "------------------------------------------------------------".
    DISPLAY " ".
    DISPLAY "Standing Order Run Control Totals".
    DISPLAY "----------------------------------------".
    DISPLAY "Standing Orders Read: " WS-STANDING-READ.
    DISPLAY "Standing Orders Due:  " WS-STANDING-DUE.
    DISPLAY "Orders To Warehouse:  " WS-ORDERS-WRITTEN.
    DISPLAY "Order Lines Opened:   " WS-OPEN-LINES.
    DISPLAY "Dollars Opened:      $" WS-OPEN-DOLLARS.
    DISPLAY "Orders Held:          " WS-ORDERS-HELD.
    DISPLAY "Dollars Held:        $" WS-HELD-DOLLARS.
    DISPLAY "Nothing To Ship:      " WS-ORDERS-NONE.
    DISPLAY "Lines Backordered:    " WS-LINES-BACKORDERED.
    DISPLAY "Lines Skipped:        " WS-LINES-SKIPPED.
    DISPLAY "Customers Not Found:  " WS-CUSTOMERS-SKIPPED.
    DISPLAY "Standing Orders Ended:" WS-STANDING-ENDED.
    DISPLAY "----------------------------------------".
    IF WS-ORDERS-WRITTEN > 0
        DISPLAY "Generated orders are on the open-order file for "
            "picking; the warehouse invoices them at shipment."
    END-IF
    IF WS-ORDERS-HELD > 0
        DISPLAY "Held orders are in the credit hold queue for review."
    END-IF
    IF WS-LINES-SKIPPED > 0 OR WS-CUSTOMERS-SKIPPED > 0
        DISPLAY "Skipped lines and customers need the order desk's "
            "attention."
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
