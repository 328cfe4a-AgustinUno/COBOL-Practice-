        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPORT-STATUS.

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT HeldOrders ASSIGN TO "HELDORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
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

    SELECT RejectFile ASSIGN TO "ORDREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

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
FD ImportFile.
01 ImportRecord.
    05 ImportString PIC X(80).

FD ItemWarehouse.
COPY ITEMWHSE.

FD OpenOrders.
COPY OPENORD.

FD HeldOrders.
COPY HELDORD.
FD PriceHistory.
COPY PRICEREC.

FD ContractFile.
COPY CONTRACT.

FD CustomerMaster.
COPY CUSTMAST.

FD TaxRateFile.
COPY TAXRATE.

FD RejectFile.
01 RejectRecord.
    05 RJ-ReasonCode PIC XX.
FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-IMPORT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HELD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PRICE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-REJECT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Delimited input: customer,item,quantity[,salesperson]. Lines
*> for the same customer in sequence become one order, the same
01 WS-ORDER-NUMBER PIC 9(16).
*> Two customer breaks can land in the same centisecond in a
*> batch run; the sequence keeps consecutive order numbers (and
*> so the invoice numbers they become at shipment) unique.
01 WS-ORDER-SEQ PIC 9(4) VALUE 0.

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

01 QUANTITY PIC 999.
01 PRICE PIC 999V99.
01 WS-DEFAULT-TAX-RATE PIC V999 VALUE .075.
01 WS-TAX-RATE PIC V999 VALUE .075.
01 WS-CUSTOMER-STATE PIC XX.
*> Set when the customer's exemption certificate covers the run
*> date; the order is then credit-checked at zero tax. The
*> warehouse makes the same test again when it bills the shipment.
01 WS-TAX-EXEMPT PIC X VALUE 'N'.

*> The order being built: lines wait here until the customer
*> breaks, then the completed order goes to the warehouse (or
*> holds) exactly as an interactive order would.
01 WS-ORDER-LINES.
   05 WS-ORD-LINE OCCURS 50 TIMES.
      10 WS-ORD-ITEM-CODE PIC X(10).
      10 WS-ORD-PRICE     PIC 999V99.
      10 WS-ORD-TOTAL     PIC 9(6)V99.
      10 WS-ORD-SLSP      PIC X(3).
      10 WS-ORD-COST      PIC 999V99.
      10 WS-ORD-PRICE-SRC PIC X.
01 WS-ORDER-LINE-COUNT PIC 99 VALUE 0.
01 WS-ORDER-IDX PIC 99.
01 WS-MAX-LINE-ITEMS PIC 99 VALUE 50.
01 WS-CURR-CUSTOMER PIC X(10).
01 WS-CREDIT-BALANCE PIC S9(7)V99.
01 WS-CREDIT-LIMIT PIC S9(7)V99.
01 WS-UNSHIPPED-VALUE PIC S9(7)V99.
01 WS-UNSHIPPED-EOF PIC X.
01 WS-ORDER-GRAND-TOTAL PIC S9(6)V99.
01 WS-SALES-TAX PIC S9(5)V99.
01 WS-ORDER-FINAL-TOTAL PIC S9(6)V99.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.

01 WS-REJ-CODE PIC XX.
01 WS-REJ-TEXT PIC X(28).

01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
01 WS-ORDERS-WRITTEN PIC 9(7) VALUE 0.
01 WS-ORDERS-HELD PIC 9(7) VALUE 0.
01 WS-OPEN-LINES PIC 9(7) VALUE 0.
01 WS-OPEN-DOLLARS PIC S9(9)V99 VALUE 0.

01 WS-AUDIT-ACTION PIC X(10).
01 WS-AUDIT-KEY PIC X(20).
01 WS-RUN-PGM PIC X(20) VALUE "OrderImport".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM CompleteOrder
    END-IF

    PERFORM PrintControlTotals

    CLOSE ImportFile
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
    CLOSE RejectFile
    CLOSE AuditLog
    PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN I-O ItemMaster
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "OrderImport: error opening Item Master, status = "
        STOP RUN
    END-IF

    PERFORM OpenWarehouseStock

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "OrderImport: error opening Customer Master, "
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
            "in-state default rate applies."
    END-IF

    OPEN OUTPUT RejectFile
    IF NOT WS-REJECT-STATUS-OK
        DISPLAY "OrderImport: error opening rejects file, status = "

    PERFORM OpenAuditLog.

OpenWarehouseStock.
    OPEN I-O ItemWarehouse
    IF WS-ITEMWHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ItemWarehouse
        CLOSE ItemWarehouse
        OPEN I-O ItemWarehouse
    END-IF
    IF NOT WS-ITEMWHSE-STATUS-OK
        DISPLAY "OrderImport: error opening warehouse stock, "
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
                    DISPLAY "OrderImport: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "OrderImport: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "OrderImport: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
    MOVE "OrderImport" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "OrderImport: error writing audit record, status = "
    MOVE CM-State TO WS-CUSTOMER-STATE
    MOVE CM-Balance TO WS-CREDIT-BALANCE
    MOVE CM-CreditLimit TO WS-CREDIT-LIMIT
    MOVE CM-PriceGroup TO WS-PRICE-GROUP
    PERFORM LookUpTaxRate
    PERFORM CheckTaxExemption
    PERFORM AddUnshippedOrders
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-ORDER-NUMBER
    MOVE 0 TO WS-ORDER-GRAND-TOTAL
    MOVE 'Y' TO WS-ORDER-OPEN.

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
        DISPLAY "OrderImport: customer " WS-CURR-CUSTOMER
            " exemption certificate expired " CM-ExemptExpiry
            "; order taxed."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-TAX-EXEMPT
    MOVE 0 TO WS-TAX-RATE.

EditImportLine.
    IF FUNCTION TEST-NUMVAL(WS-IMP-QTY-X) NOT = 0
        MOVE "04" TO WS-REJ-CODE

*> A batch run has no clerk to authorize an oversell, so an
*> out-of-stock line rejects for customer service to work.
*> Imported orders ship from the main warehouse.
    MOVE WS-MAIN-WAREHOUSE TO WS-STOCK-WHSE
    PERFORM ReadItemWarehouse
    IF QUANTITY > IW-QtyOnHand
        MOVE "05" TO WS-REJ-CODE
        MOVE "INSUFFICIENT STOCK" TO WS-REJ-TEXT
        PERFORM RejectImportLine
    END-IF

    MOVE IM-Price TO PRICE
    PERFORM LookUpContractPrice
    PERFORM ComputeLineTotal

    ADD 1 TO WS-ORDER-LINE-COUNT
    MOVE PRICE       TO WS-ORD-PRICE (WS-ORDER-LINE-COUNT)
    MOVE TOTAL-COST  TO WS-ORD-TOTAL (WS-ORDER-LINE-COUNT)
    MOVE WS-IMP-SLSP TO WS-ORD-SLSP (WS-ORDER-LINE-COUNT)
    MOVE WS-PRICE-SOURCE TO WS-ORD-PRICE-SRC (WS-ORDER-LINE-COUNT)
    IF IM-AvgCost NUMERIC
        MOVE IM-AvgCost TO WS-ORD-COST (WS-ORDER-LINE-COUNT)
    ELSE
        MOVE 0 TO WS-ORD-COST (WS-ORDER-LINE-COUNT)
    END-IF
    ADD TOTAL-COST TO WS-ORDER-GRAND-TOTAL.

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
    MOVE WS-IMP-ITEM TO CP-ItemCode
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
                    OR CP-ItemCode NOT = WS-IMP-ITEM
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

*> ------------------------------------------------------------------
*> Customer break: the buffered order is complete. Over the credit
*> limit it holds whole; otherwise stock is committed and the lines
*> go to the open-order file for WarehouseShipping to pick. The
*> Order Master, the customer balance, and the open item wait for
*> the shipment confirmation, as for an order taken at the desk.
*> ------------------------------------------------------------------
CompleteOrder.
    MOVE 'N' TO WS-ORDER-OPEN
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenOrders
        CLOSE OpenOrders
        OPEN EXTEND OpenOrders
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "OrderImport: error opening open-order file, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
            UNTIL WS-ORDER-IDX > WS-ORDER-LINE-COUNT
        PERFORM WriteImportOrderLine
    END-PERFORM
    CLOSE OpenOrders
    ADD 1 TO WS-ORDERS-WRITTEN.

*> Imported orders have no ship-to field, so they ship to the
*> bill-to address from the main warehouse.
WriteImportOrderLine.
    MOVE WS-ORDER-NUMBER TO OO-OrderNumber
    MOVE WS-RUN-DATE TO OO-OrderDate
    MOVE WS-CURR-CUSTOMER TO OO-CustomerNumber
    MOVE WS-ORDER-IDX TO OO-LineNumber
    MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO OO-ItemCode
    MOVE WS-ORD-QUANTITY (WS-ORDER-IDX) TO OO-Quantity
    MOVE WS-ORD-PRICE (WS-ORDER-IDX) TO OO-Price
    MOVE WS-ORD-TOTAL (WS-ORDER-IDX) TO OO-TotalCost
    MOVE WS-ORD-SLSP (WS-ORDER-IDX) TO OO-Salesperson
    MOVE WS-ORD-COST (WS-ORDER-IDX) TO OO-UnitCost
    MOVE SPACES TO OO-ShipToCode
    MOVE WS-ORD-PRICE-SRC (WS-ORDER-IDX) TO OO-PriceSource
    MOVE WS-MAIN-WAREHOUSE TO OO-Warehouse
    SET OO-AwaitingTicket TO TRUE
    MOVE 0 TO OO-PickDate
    WRITE OpenOrderRecord
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "OrderImport: error writing open-order line, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-OPEN-LINES
    ADD OO-TotalCost TO WS-OPEN-DOLLARS

    MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO IM-ItemCode
    READ ItemMaster
            DISPLAY "OrderImport: item " IM-ItemCode " no longer "
                "on the Item Master; stock not adjusted."
        NOT INVALID KEY
            MOVE WS-MAIN-WAREHOUSE TO WS-STOCK-WHSE
            PERFORM ReadItemWarehouse
            SUBTRACT WS-ORD-QUANTITY (WS-ORDER-IDX)
                FROM IW-QtyOnHand
            SUBTRACT WS-ORD-QUANTITY (WS-ORDER-IDX)
                FROM IM-QtyOnHand
            REWRITE ItemMasterRecord
                    DISPLAY "OrderImport: could not update on-hand "
                        "for item " IM-ItemCode ", status = "
                        WS-ITEM-STATUS
                NOT INVALID KEY
                    PERFORM SaveItemWarehouse
            END-REWRITE
    END-READ

    MOVE "OPENORDER" TO WS-AUDIT-ACTION
    MOVE WS-ORD-ITEM-CODE (WS-ORDER-IDX) TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

HoldImportOrder.
    OPEN EXTEND HeldOrders
    IF WS-HELD-STATUS-FILE-NOT-FOUND
        MOVE WS-ORD-TOTAL (WS-ORDER-IDX) TO HO-TotalCost
        MOVE WS-RUN-DATE TO HO-HoldDate
        MOVE WS-ORD-SLSP (WS-ORDER-IDX) TO HO-Salesperson
        MOVE WS-ORD-PRICE-SRC (WS-ORDER-IDX) TO HO-PriceSource
        MOVE WS-MAIN-WAREHOUSE TO HO-Warehouse
        MOVE SPACES TO HO-ShipToCode
        WRITE HeldOrderRecord
        IF NOT WS-HELD-STATUS-OK
            DISPLAY "OrderImport: error writing held-order line, "
    END-IF
    ADD 1 TO WS-REJECT-COUNT.

PrintControlTotals.
    DISPLAY " ".
    DISPLAY "Order Import Control Totals".
    DISPLAY "----------------------------------------".
    DISPLAY "Import Lines Read:    " WS-RECORD-COUNT.
    DISPLAY "Orders To Warehouse:  " WS-ORDERS-WRITTEN.
    DISPLAY "Order Lines Opened:   " WS-OPEN-LINES.
    DISPLAY "Dollars Opened:      $" WS-OPEN-DOLLARS.
    DISPLAY "Orders Held:          " WS-ORDERS-HELD.
    DISPLAY "Lines Rejected:       " WS-REJECT-COUNT.
    DISPLAY "----------------------------------------".
