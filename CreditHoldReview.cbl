        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
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

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
FD HeldWork.
01 HeldWorkRecord PIC X(80).

FD OpenOrders.
COPY OPENORD.

FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

FD CustomerMaster.
COPY CUSTMAST.

FD TaxRateFile.
COPY TAXRATE.

FD AuditLog.
COPY AUDITREC.

FD RunControl.
COPY RUNCTL.

01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HELD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

      10 WS-HL-PRICE       PIC 999V99.
      10 WS-HL-TOTAL       PIC S9(6)V99.
      10 WS-HL-SALESPERSON PIC X(3).
      10 WS-HL-PRICE-SRC   PIC X.
      10 WS-HL-WHSE        PIC X(2).
      10 WS-HL-SHIPTO      PIC X(4).
01 WS-HELD-COUNT PIC 99 VALUE 0.
01 WS-HELD-IDX   PIC 99.
01 WS-MAX-HELD-LINES PIC 99 VALUE 50.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.

01 WS-CURR-ORDER     PIC 9(16).
01 WS-CURR-CUSTOMER  PIC X(10).
01 WS-CURR-ORDER-DATE PIC 9(8).
01 WS-TAX-TABLE-AVAILABLE PIC X VALUE 'N'.
01 WS-CUSTOMER-STATE PIC XX.
01 WS-CUSTOMER-ON-FILE PIC X.
*> Exemption certificate in force on the release (invoice) date.
01 WS-TAX-EXEMPT PIC X VALUE 'N'.
01 WS-CUST-NAME-HOLD PIC X(30).
01 WS-CUST-BALANCE   PIC S9(7)V99.
01 WS-CUST-LIMIT     PIC S9(7)V99.
01 WS-ORDERS-CANCELLED PIC 9(5) VALUE 0.
01 WS-ORDERS-KEPT     PIC 9(5) VALUE 0.
01 WS-LINES-RELEASED  PIC 9(7) VALUE 0.
01 WS-ITEM-ON-FILE     PIC X.
01 WS-LINE-COST        PIC 999V99.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    CLOSE HeldOrders
    CLOSE HeldWork
    PERFORM RewriteHeldFile

    CLOSE OpenOrders
    CLOSE ItemMaster
    CLOSE ItemWarehouse
    CLOSE CustomerMaster
    IF WS-TAX-TABLE-AVAILABLE = 'Y'
        CLOSE TaxRateFile
    END-IF
    CLOSE AuditLog

    DISPLAY " "
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
        GOBACK
    END-IF

    OPEN EXTEND OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenOrders
        CLOSE OpenOrders
        OPEN EXTEND OpenOrders
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "CreditHoldReview: error opening open orders, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
        GOBACK
    END-IF

    PERFORM OpenWarehouseStock

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "CreditHoldReview: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
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
        DISPLAY "CreditHoldReview: error opening warehouse stock, "
            "status = " WS-ITEMWHSE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
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
                    DISPLAY "CreditHoldReview: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "CreditHoldReview: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "CreditHoldReview: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    MOVE "CreditHold" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CreditHoldReview: error writing audit record, "
    MOVE HO-Quantity TO WS-HL-QUANTITY (WS-HELD-COUNT)
    MOVE HO-Price TO WS-HL-PRICE (WS-HELD-COUNT)
    MOVE HO-TotalCost TO WS-HL-TOTAL (WS-HELD-COUNT)
    MOVE HO-Salesperson TO WS-HL-SALESPERSON (WS-HELD-COUNT)
    MOVE HO-PriceSource TO WS-HL-PRICE-SRC (WS-HELD-COUNT)
    MOVE HO-Warehouse TO WS-HL-WHSE (WS-HELD-COUNT)
    MOVE HO-ShipToCode TO WS-HL-SHIPTO (WS-HELD-COUNT)
    IF WS-HL-WHSE (WS-HELD-COUNT) = SPACES
        MOVE WS-MAIN-WAREHOUSE TO WS-HL-WHSE (WS-HELD-COUNT)
    END-IF.

*> ------------------------------------------------------------------
*> One held order: show it against the customer's balance and
*> limit, then take the credit decision. Release commits the stock
*> and passes the lines to the open-order file exactly as
*> OrderingSystem would have, so the warehouse picks, confirms and
*> bills the order; cancel drops the lines; anything else keeps
*> the order on the queue. Only a supervisor
*> may release; anyone else's release leaves the order held.
*> ------------------------------------------------------------------
ReviewHeldOrder.
    ADD 1 TO WS-ORDERS-REVIEWED
            WS-HL-TOTAL (WS-HELD-IDX)
    END-PERFORM
    DISPLAY "Order total with tax: $" WS-FINAL-TOTAL
    IF WS-TAX-EXEMPT = 'Y'
        DISPLAY "  (tax exempt under the customer's certificate)"
    END-IF
    DISPLAY "Release, Cancel, or Skip this order? (R/C/S): "
        WITH NO ADVANCING
    ACCEPT WS-DECISION
    EVALUATE WS-DECISION
        WHEN 'R'
        WHEN 'r'
            MOVE 'G' TO SO-Function
            CALL "OperatorSession" USING SignOnArea
            IF SO-Supervisor
                PERFORM ReleaseHeldOrder
            ELSE
                DISPLAY "Releasing a credit hold needs a supervisor "
                    "sign-on."
                PERFORM KeepHeldOrder
            END-IF
        WHEN 'C'
        WHEN 'c'
            PERFORM CancelHeldOrder
            NOT INVALID KEY
                MOVE TX-Rate TO WS-TAX-RATE
        END-READ
    END-IF
    MOVE 'N' TO WS-TAX-EXEMPT
    IF WS-CUSTOMER-ON-FILE = 'Y'
        AND CM-ExemptCertNumber NOT = SPACES
        AND CM-ExemptJurisdiction = WS-CUSTOMER-STATE
        AND CM-ExemptExpiry NUMERIC
        AND CM-ExemptExpiry >= WS-RUN-DATE
        MOVE 'Y' TO WS-TAX-EXEMPT
        MOVE 0 TO WS-TAX-RATE
    END-IF.

*> Nothing is billed here: CM-Balance, the open item and the
*> Order Master lines are posted by WarehouseShipping when the
*> shipment is confirmed, for what actually shipped. A customer
*> no longer on file cannot be billed, so the order stays held.
ReleaseHeldOrder.
    IF WS-CUSTOMER-ON-FILE = 'N'
        DISPLAY "Customer " WS-CURR-CUSTOMER " is not on the "
            "Customer Master; order left on hold."
        PERFORM KeepHeldOrder
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
        PERFORM ReleaseHeldLine
    END-PERFORM

    ADD 1 TO WS-ORDERS-RELEASED
    DISPLAY "Order " WS-CURR-ORDER " released to the warehouse for "
        "picking.".

*> The item is read ahead of the write so the line carries the
*> average cost in effect at release, when the stock is committed.
ReleaseHeldLine.
    MOVE 'N' TO WS-ITEM-ON-FILE
    MOVE 0 TO WS-LINE-COST
    MOVE WS-HL-ITEM-CODE (WS-HELD-IDX) TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "CreditHoldReview: item " IM-ItemCode
                " no longer on the Item Master; stock not adjusted."
        NOT INVALID KEY
            MOVE 'Y' TO WS-ITEM-ON-FILE
            IF IM-AvgCost NUMERIC
                MOVE IM-AvgCost TO WS-LINE-COST
            END-IF
    END-READ

    MOVE WS-CURR-ORDER TO OO-OrderNumber
    MOVE WS-CURR-ORDER-DATE TO OO-OrderDate
    MOVE WS-CURR-CUSTOMER TO OO-CustomerNumber
    MOVE WS-HL-LINE-NUMBER (WS-HELD-IDX) TO OO-LineNumber
    MOVE WS-HL-ITEM-CODE (WS-HELD-IDX) TO OO-ItemCode
    MOVE WS-HL-QUANTITY (WS-HELD-IDX) TO OO-Quantity
    MOVE WS-HL-PRICE (WS-HELD-IDX) TO OO-Price
    MOVE WS-HL-TOTAL (WS-HELD-IDX) TO OO-TotalCost
    MOVE WS-HL-SALESPERSON (WS-HELD-IDX) TO OO-Salesperson
    MOVE WS-LINE-COST TO OO-UnitCost
    MOVE WS-HL-SHIPTO (WS-HELD-IDX) TO OO-ShipToCode
    SET OO-AwaitingTicket TO TRUE
    MOVE 0 TO OO-PickDate
    MOVE WS-HL-PRICE-SRC (WS-HELD-IDX) TO OO-PriceSource
    MOVE WS-HL-WHSE (WS-HELD-IDX) TO OO-Warehouse
    WRITE OpenOrderRecord
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "CreditHoldReview: error writing open-order line, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-LINES-RELEASED

    IF WS-ITEM-ON-FILE = 'Y'
        MOVE WS-HL-WHSE (WS-HELD-IDX) TO WS-STOCK-WHSE
        PERFORM ReadItemWarehouse
        SUBTRACT WS-HL-QUANTITY (WS-HELD-IDX) FROM IW-QtyOnHand
        SUBTRACT WS-HL-QUANTITY (WS-HELD-IDX) FROM IM-QtyOnHand
        REWRITE ItemMasterRecord
            INVALID KEY
                DISPLAY "CreditHoldReview: could not update "
                    "on-hand for item " IM-ItemCode ", status = "
                    WS-ITEM-STATUS
            NOT INVALID KEY
                PERFORM SaveItemWarehouse
        END-REWRITE
    END-IF

    MOVE "CRRELEASE" TO WS-AUDIT-ACTION
    MOVE WS-HL-ITEM-CODE (WS-HELD-IDX) TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

        MOVE WS-HL-TOTAL (WS-HELD-IDX) TO HO-TotalCost
        MOVE WS-CURR-HOLD-DATE TO HO-HoldDate
        MOVE WS-HL-SALESPERSON (WS-HELD-IDX) TO HO-Salesperson
        MOVE WS-HL-PRICE-SRC (WS-HELD-IDX) TO HO-PriceSource
        MOVE WS-HL-WHSE (WS-HELD-IDX) TO HO-Warehouse
        MOVE WS-HL-SHIPTO (WS-HELD-IDX) TO HO-ShipToCode
        WRITE HeldWorkRecord FROM HeldOrderRecord
        IF NOT WS-WORK-STATUS-OK
            DISPLAY "CreditHoldReview: error writing hold work "
    END-PERFORM
    CLOSE HeldWork
    CLOSE HeldOrders.
