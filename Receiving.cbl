        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT ItemWarehouse ASSIGN TO "ITEMWHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IW-Key
        FILE STATUS IS WS-ITEMWHSE-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

FD AuditLog.
COPY AUDITREC.

01 WS-LINES-FOUND PIC 9(3).
01 WS-LINES-RECEIVED PIC 9(5) VALUE 0.
01 WS-SHORT-COUNT PIC 9(5) VALUE 0.
01 WS-OLD-VALUE PIC S9(9)V99.
01 WS-NEW-ONHAND PIC S9(6).

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-PO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    PERFORM OpenFiles

    CLOSE PurchaseOrders
    CLOSE ItemMaster
    CLOSE ItemWarehouse
    CLOSE AuditLog
    GOBACK.

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

    PERFORM OpenWarehouseStock

    PERFORM OpenAuditLog.

OpenWarehouseStock.
    OPEN I-O ItemWarehouse
    IF WS-ITEMWHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ItemWarehouse
        CLOSE ItemWarehouse
        OPEN I-O ItemWarehouse
    END-IF
    IF NOT WS-ITEMWHSE-STATUS-OK
        DISPLAY "Receiving: error opening warehouse stock, "
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
                    DISPLAY "Receiving: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "Receiving: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "Receiving: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
    MOVE "Receiving" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "Receiving: error writing audit record, status = "

*> ------------------------------------------------------------------
*> One PO: walk its lines in line-number order and check the goods
*> in against each. Every receipt adds to IM-QtyOnHand and to the
*> stock of the warehouse the PO names on the spot, and is
*> audit-logged, so stock increases are visible to anyone
*> reconciling the file - unlike a quiet ItemMaintenance update.
*> ------------------------------------------------------------------
ReceiveOnePo.

ReceivePoLine.
    COMPUTE WS-QTY-OUTSTANDING = PO-QtyOrdered - PO-QtyReceived
    MOVE PO-Warehouse TO WS-STOCK-WHSE
    IF WS-STOCK-WHSE = SPACES
        MOVE WS-MAIN-WAREHOUSE TO WS-STOCK-WHSE
    END-IF
    DISPLAY "Line " PO-LineNumber ": " PO-ItemCode
        " ordered " PO-QtyOrdered " received " PO-QtyReceived
        " status " PO-Status " warehouse " WS-STOCK-WHSE
    IF NOT PO-Line-Open
        DISPLAY "  (line already closed)"
        EXIT PARAGRAPH
                "Item Master; receipt refused."
            EXIT PARAGRAPH
        NOT INVALID KEY
            PERFORM ReadItemWarehouse
            PERFORM AverageInReceiptCost
            ADD WS-RECEIVE-QTY TO IW-QtyOnHand
            ADD WS-RECEIVE-QTY TO IM-QtyOnHand
            REWRITE ItemMasterRecord
                INVALID KEY
                        WS-ITEM-STATUS
                    EXIT PARAGRAPH
            END-REWRITE
            PERFORM SaveItemWarehouse
    END-READ

    ADD WS-RECEIVE-QTY TO PO-QtyReceived
    MOVE "RECEIPT" TO WS-AUDIT-ACTION
    MOVE PO-ItemCode TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> Re-average the item cost over the stock already on the shelf
*> and the goods just received at PO-UnitCost. Stock at or below
*> zero (an oversell not yet caught up) carries no value of its
*> own, so the receipt cost simply becomes the item cost.
AverageInReceiptCost.
    IF IM-AvgCost NOT NUMERIC
        MOVE 0 TO IM-AvgCost
    END-IF
    IF IM-QtyOnHand <= 0
        MOVE PO-UnitCost TO IM-AvgCost
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-OLD-VALUE = IM-QtyOnHand * IM-AvgCost
    COMPUTE WS-NEW-ONHAND = IM-QtyOnHand + WS-RECEIVE-QTY
    COMPUTE IM-AvgCost ROUNDED =
        (WS-OLD-VALUE + (WS-RECEIVE-QTY * PO-UnitCost))
            / WS-NEW-ONHAND.
