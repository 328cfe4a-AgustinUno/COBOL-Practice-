        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT ItemWarehouse ASSIGN TO "ITEMWHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IW-Key
        FILE STATUS IS WS-ITEMWHSE-STATUS.

    SELECT WarehouseFile ASSIGN TO "WAREHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WH-Code
        FILE STATUS IS WS-WHSE-STATUS.

*> Last-used PO number, so PO numbers stay short, sequential, and
*> readable on the phone with a vendor.
    SELECT PoNumberFile ASSIGN TO "PONBR.DAT"
FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

FD WarehouseFile.
COPY WAREHSE.

FD PoNumberFile.
01 PoNumberRecord.
    05 PN-LastUsed PIC 9(8).
01 WS-TODAY PIC 9(8).
01 WS-LINES-WRITTEN PIC 9(5) VALUE 0.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.
01 WS-WHSE-AVAILABLE PIC X VALUE 'N'.
01 WS-WHSE-X         PIC X(2).
01 WS-WHSE-OK        PIC X.
01 WS-IW-AVAILABLE   PIC X VALUE 'N'.
*> Warehouse the goods are to be delivered to and received into.
01 WS-PO-WHSE        PIC X(2).

COPY FILESTAT REPLACING ==:FS:== BY ==WS-PO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-VENDOR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
01 WS-AUDIT-TIME PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM OpenFiles
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    CLOSE PurchaseOrders
    CLOSE VendorMaster
    CLOSE ItemMaster
    IF WS-IW-AVAILABLE = 'Y'
        CLOSE ItemWarehouse
    END-IF
    IF WS-WHSE-AVAILABLE = 'Y'
        CLOSE WarehouseFile
    END-IF
    CLOSE AuditLog
    GOBACK.

        GOBACK
    END-IF

    OPEN INPUT ItemWarehouse
    IF WS-ITEMWHSE-STATUS-OK
        MOVE 'Y' TO WS-IW-AVAILABLE
    END-IF
    OPEN INPUT WarehouseFile
    IF WS-WHSE-STATUS-OK
        MOVE 'Y' TO WS-WHSE-AVAILABLE
    END-IF

    PERFORM OpenAuditLog.

OpenAuditLog.
    MOVE "POEntry" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "PurchaseOrderEntry: error writing audit record, "
    END-READ
    DISPLAY "Purchase order for: " VN-Name

    MOVE 'N' TO WS-WHSE-OK
    PERFORM UNTIL WS-WHSE-OK = 'Y'
        DISPLAY "Deliver to warehouse (blank = " WS-MAIN-WAREHOUSE
            "): " WITH NO ADVANCING
        ACCEPT WS-WHSE-X
        PERFORM ValidateWarehouse
    END-PERFORM
    MOVE WS-WHSE-X TO WS-PO-WHSE

    PERFORM AssignPoNumber
    MOVE 0 TO WS-PO-LINE
    MOVE 'Y' TO WS-MORE-LINES
            WS-PO-LINE " line(s)."
    END-IF.

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

*> On-hand and reorder point at the delivery warehouse. An item
*> not yet split by warehouse holds all its stock in the main one.
ShowWarehouseStock.
    MOVE WS-PO-WHSE TO WS-STOCK-WHSE
    MOVE 'N' TO WS-IW-ON-FILE
    IF WS-IW-AVAILABLE = 'Y'
        MOVE IM-ItemCode TO IW-ItemCode
        MOVE WS-STOCK-WHSE TO IW-Warehouse
        READ ItemWarehouse
            NOT INVALID KEY
                MOVE 'Y' TO WS-IW-ON-FILE
        END-READ
    END-IF
    IF WS-IW-ON-FILE = 'N'
        IF WS-STOCK-WHSE = WS-MAIN-WAREHOUSE
            MOVE IM-QtyOnHand TO IW-QtyOnHand
            MOVE IM-ReorderPoint TO IW-ReorderPoint
        ELSE
            MOVE 0 TO IW-QtyOnHand
            MOVE 0 TO IW-ReorderPoint
        END-IF
    END-IF
    DISPLAY IM-Description "  on hand " IW-QtyOnHand
        "  reorder at " IW-ReorderPoint
        "  (warehouse " WS-STOCK-WHSE ")"
    DISPLAY "Company on hand " IM-QtyOnHand.

EnterPoLine.
    DISPLAY "Enter item code: " WITH NO ADVANCING
    ACCEPT WS-ITEM-CODE
            DISPLAY "Unknown item code. Line skipped."
            EXIT PARAGRAPH
    END-READ
    PERFORM ShowWarehouseStock

    DISPLAY "Enter quantity to order: " WITH NO ADVANCING
    ACCEPT WS-QTY-X
    MOVE WS-ITEM-CODE TO PO-ItemCode
    MOVE WS-ORDER-QTY TO PO-QtyOrdered
    MOVE 0 TO PO-QtyReceived
    MOVE 0 TO PO-QtyInvoiced
    MOVE WS-UNIT-COST TO PO-UnitCost
    MOVE WS-PO-WHSE TO PO-Warehouse
    SET PO-Line-Open TO TRUE
    WRITE PurchaseOrderRecord
        INVALID KEY
