        RECORD KEY IS PH-Key
        FILE STATUS IS WS-PRICE-STATUS.

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

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD PriceHistory.
COPY PRICEREC.

FD ItemWarehouse.
COPY ITEMWHSE.

FD WarehouseFile.
COPY WAREHSE.

FD AuditLog.
COPY AUDITREC.


COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PRICE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-WHSE-X         PIC X(2).
01 WS-WHSE-OK        PIC X.
01 WS-IW-ON-FILE     PIC X.
01 WS-OLD-ONHAND     PIC S9(5).
01 WS-FROM-WHSE      PIC X(2).
01 WS-TO-WHSE        PIC X(2).
01 WS-XFER-QTY-X     PIC X(6).
01 WS-XFER-QTY       PIC 9(5).
01 WS-WHSE-TOTAL     PIC S9(6).
01 WS-WHSE-COUNT     PIC 9(3).

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    PERFORM OpenItemMaster.
    PERFORM OpenPriceHistory.
    PERFORM OpenWarehouseFiles.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "5. Deactivate Item"
        DISPLAY "6. Reactivate Item"
        DISPLAY "7. Price History Inquiry"
        DISPLAY "8. Stock by Warehouse"
        DISPLAY "9. Transfer Stock Between Warehouses"
        DISPLAY "A. Warehouses"
        DISPLAY "0. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

            WHEN '7'
                PERFORM PriceHistoryInquiry
            WHEN '8'
                PERFORM StockByWarehouse
            WHEN '9'
                PERFORM TransferStock
            WHEN 'A'
            WHEN 'a'
                PERFORM MaintainWarehouses
            WHEN '0'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."

    CLOSE ItemMaster.
    CLOSE PriceHistory.
    CLOSE ItemWarehouse.
    CLOSE WarehouseFile.
    CLOSE AuditLog.
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
    END-IF.

OpenWarehouseFiles.
    OPEN I-O ItemWarehouse.
    IF WS-ITEMWHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ItemWarehouse
        CLOSE ItemWarehouse
        OPEN I-O ItemWarehouse
    END-IF
    IF NOT WS-ITEMWHSE-STATUS-OK
        DISPLAY "ItemMaintenance: error opening warehouse stock, "
            "status = " WS-ITEMWHSE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN I-O WarehouseFile.
    IF WS-WHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT WarehouseFile
        CLOSE WarehouseFile
        OPEN I-O WarehouseFile
    END-IF
    IF NOT WS-WHSE-STATUS-OK
        DISPLAY "ItemMaintenance: error opening warehouse master, "
            "status = " WS-WHSE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
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
    MOVE WS-WHSE-X TO WH-Code
    READ WarehouseFile
        INVALID KEY
            DISPLAY "Warehouse " WS-WHSE-X " is not on file."
        NOT INVALID KEY
            MOVE 'Y' TO WS-WHSE-OK
    END-READ.

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
                    DISPLAY "ItemMaintenance: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "ItemMaintenance: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "ItemMaintenance: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

*> Record a price taking effect on WS-EFF-DATE. A duplicate key
*> means a price was already entered for that item and date; the
*> new entry replaces it.
    MOVE "ItemMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "ItemMaintenance: error writing audit record, status = "
    ACCEPT IM-Description.
    DISPLAY "Enter price: ".
    ACCEPT IM-Price.
    DISPLAY "Enter quantity on hand in the main warehouse: ".
    ACCEPT IM-QtyOnHand.
    DISPLAY "Enter reorder point: ".
    ACCEPT IM-ReorderPoint.
    DISPLAY "Enter unit cost of the stock on hand: ".
    ACCEPT IM-AvgCost.
    DISPLAY "Enter main warehouse pick location: ".
    ACCEPT IM-Location.
    SET IM-Active TO TRUE.

    WRITE ItemMasterRecord
            END-IF
        NOT INVALID KEY
            DISPLAY "Item added successfully."
            PERFORM SeedMainWarehouse
            MOVE "ADD" TO WS-AUDIT-ACTION
            MOVE IM-ItemCode TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
            DISPLAY "Enter new description: "
            ACCEPT IM-Description
            DISPLAY "Current price: " IM-Price
            MOVE 'G' TO SO-Function
            CALL "OperatorSession" USING SignOnArea
            IF SO-Supervisor
                DISPLAY "Enter new price: "
                ACCEPT WS-NEW-PRICE
            ELSE
                DISPLAY "(price changes need a supervisor sign-on)"
                MOVE WS-OLD-PRICE TO WS-NEW-PRICE
            END-IF
            IF WS-NEW-PRICE NOT = WS-OLD-PRICE
                PERFORM AcceptEffectiveDate
                PERFORM WritePriceHistory
                    MOVE WS-NEW-PRICE TO IM-Price
                END-IF
            END-IF
            DISPLAY "Average cost (maintained by Receiving): "
                IM-AvgCost
            DISPLAY "Current reorder point (all warehouses): "
                IM-ReorderPoint
            DISPLAY "Enter new reorder point: "
            ACCEPT IM-ReorderPoint
            PERFORM UpdateWarehouseStock
            REWRITE ItemMasterRecord
                INVALID KEY
                    DISPLAY "Could not update item record."
                NOT INVALID KEY
                    IF WS-WHSE-OK = 'Y'
                        PERFORM SaveItemWarehouse
                    END-IF
                    DISPLAY "Item updated successfully."
                    MOVE "UPDATE" TO WS-AUDIT-ACTION
                    MOVE IM-ItemCode TO WS-AUDIT-KEY
            END-REWRITE
    END-READ.

*> On-hand, reorder point and pick location for one warehouse.
*> The Item Master total moves by the same amount as the
*> warehouse quantity.
UpdateWarehouseStock.
    DISPLAY "Warehouse stock to update (blank = 01): "
    ACCEPT WS-WHSE-X
    PERFORM ValidateWarehouse
    IF WS-WHSE-OK = 'N'
        DISPLAY "Warehouse stock not changed."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-WHSE-X TO WS-STOCK-WHSE
    PERFORM ReadItemWarehouse
    MOVE IW-QtyOnHand TO WS-OLD-ONHAND
    DISPLAY "Current quantity on hand in " WS-STOCK-WHSE ": "
        IW-QtyOnHand
    DISPLAY "Enter new quantity on hand: "
    ACCEPT IW-QtyOnHand
    DISPLAY "Current reorder point in " WS-STOCK-WHSE ": "
        IW-ReorderPoint
    DISPLAY "Enter new reorder point: "
    ACCEPT IW-ReorderPoint
    DISPLAY "Current pick location: " IW-Location
    DISPLAY "Enter new pick location: "
    ACCEPT IW-Location
    COMPUTE IM-QtyOnHand = IM-QtyOnHand + IW-QtyOnHand - WS-OLD-ONHAND
    IF WS-STOCK-WHSE = WS-MAIN-WAREHOUSE
        MOVE IW-Location TO IM-Location
    END-IF.

DeleteItem.
    DISPLAY "Enter item code to delete: ".
    ACCEPT WS-SEARCH-CODE.
        INVALID KEY
            DISPLAY "Item code not found."
        NOT INVALID KEY
            PERFORM DeleteWarehouseStock
            DISPLAY "Item record deleted successfully."
            DISPLAY "(Consider Deactivate instead to keep history.)"
            MOVE "DELETE" TO WS-AUDIT-ACTION
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                DISPLAY IM-ItemCode " " IM-Description
                    " $" IM-Price " " IM-Status " " IM-Location
        END-READ
    END-PERFORM.

DeleteWarehouseStock.
    MOVE WS-SEARCH-CODE TO IW-ItemCode
    MOVE LOW-VALUES TO IW-Warehouse
    MOVE 'N' TO WS-EOF-SWITCH
    START ItemWarehouse KEY IS NOT LESS THAN IW-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ItemWarehouse NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF IW-ItemCode NOT = WS-SEARCH-CODE
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    DELETE ItemWarehouse
                        INVALID KEY
                            DISPLAY "Could not remove warehouse stock "
                                "for " IW-Warehouse
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

*> ------------------------------------------------------------------
*> Stock by warehouse for one item, with the company-wide total
*> from the Item Master alongside.
*> ------------------------------------------------------------------
StockByWarehouse.
    DISPLAY "Enter item code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO IM-ItemCode.
    READ ItemMaster
        INVALID KEY
            DISPLAY "Item code not found."
            EXIT PARAGRAPH
    END-READ.
    PERFORM SeedMainWarehouse.

    DISPLAY IM-ItemCode " " IM-Description.
    DISPLAY "Whse   On Hand  Reorder  Location".
    DISPLAY "----------------------------------------".
    MOVE 0 TO WS-WHSE-TOTAL.
    MOVE 0 TO WS-WHSE-COUNT.
    MOVE WS-SEARCH-CODE TO IW-ItemCode.
    MOVE LOW-VALUES TO IW-Warehouse.
    MOVE 'N' TO WS-EOF-SWITCH.
    START ItemWarehouse KEY IS NOT LESS THAN IW-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START.
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ItemWarehouse NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF IW-ItemCode NOT = WS-SEARCH-CODE
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    DISPLAY IW-Warehouse "     " IW-QtyOnHand "   "
                        IW-ReorderPoint "  " IW-Location
                    ADD IW-QtyOnHand TO WS-WHSE-TOTAL
                    ADD 1 TO WS-WHSE-COUNT
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "----------------------------------------".
    DISPLAY "Total on hand, all warehouses: " IM-QtyOnHand.
    IF WS-WHSE-TOTAL NOT = IM-QtyOnHand
        DISPLAY "*** Warehouse quantities add up to " WS-WHSE-TOTAL
            "; check with the supervisor."
    END-IF.

*> ------------------------------------------------------------------
*> Stock transfer: moves stock from one warehouse to another. The
*> company-wide total does not change. Only stock actually on hand
*> in the sending warehouse can be moved. The audit key carries
*> item, from, to and quantity.
*> ------------------------------------------------------------------
TransferStock.
    DISPLAY "Enter item code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO IM-ItemCode.
    READ ItemMaster
        INVALID KEY
            DISPLAY "Item code not found."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "From warehouse (blank = 01): ".
    ACCEPT WS-WHSE-X.
    PERFORM ValidateWarehouse.
    IF WS-WHSE-OK = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-WHSE-X TO WS-FROM-WHSE.
    DISPLAY "To warehouse (blank = 01): ".
    ACCEPT WS-WHSE-X.
    PERFORM ValidateWarehouse.
    IF WS-WHSE-OK = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-WHSE-X TO WS-TO-WHSE.
    IF WS-FROM-WHSE = WS-TO-WHSE
        DISPLAY "From and to warehouses must differ."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-FROM-WHSE TO WS-STOCK-WHSE.
    PERFORM ReadItemWarehouse.
    DISPLAY "On hand in " WS-FROM-WHSE ": " IW-QtyOnHand.
    DISPLAY "Quantity to transfer: ".
    ACCEPT WS-XFER-QTY-X.
    IF FUNCTION TEST-NUMVAL(WS-XFER-QTY-X) NOT = 0
        DISPLAY "Quantity not numeric. Transfer cancelled."
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION NUMVAL(WS-XFER-QTY-X) < 1
        OR FUNCTION NUMVAL(WS-XFER-QTY-X) > 99999
        DISPLAY "Quantity must be 1 to 99999. Transfer cancelled."
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-XFER-QTY = FUNCTION NUMVAL(WS-XFER-QTY-X).
    IF WS-XFER-QTY > IW-QtyOnHand
        DISPLAY "Only " IW-QtyOnHand " on hand in " WS-FROM-WHSE
            ". Transfer cancelled."
        EXIT PARAGRAPH
    END-IF.

    SUBTRACT WS-XFER-QTY FROM IW-QtyOnHand.
    PERFORM SaveItemWarehouse.
    MOVE WS-TO-WHSE TO WS-STOCK-WHSE.
    PERFORM ReadItemWarehouse.
    ADD WS-XFER-QTY TO IW-QtyOnHand.
    PERFORM SaveItemWarehouse.

    MOVE "TRANSFER" TO WS-AUDIT-ACTION.
    MOVE SPACES TO WS-AUDIT-KEY.
    STRING IM-ItemCode WS-FROM-WHSE WS-TO-WHSE WS-XFER-QTY
        DELIMITED BY SIZE INTO WS-AUDIT-KEY.
    PERFORM WriteAuditRecord.
    DISPLAY WS-XFER-QTY " of " IM-ItemCode " transferred from "
        WS-FROM-WHSE " to " WS-TO-WHSE ".".

*> ------------------------------------------------------------------
*> Warehouse master: add a warehouse or list them. The main
*> warehouse, 01, is valid whether or not it is on file.
*> ------------------------------------------------------------------
MaintainWarehouses.
    DISPLAY "1. Add Warehouse".
    DISPLAY "2. List Warehouses".
    DISPLAY "Enter your choice: ".
    ACCEPT Choice.
    IF Choice = '1'
        PERFORM AddWarehouse
    ELSE
        PERFORM ListWarehouses
    END-IF.

AddWarehouse.
    DISPLAY "Warehouse code (2 characters): ".
    ACCEPT WH-Code.
    IF WH-Code = SPACES
        DISPLAY "Warehouse code is required."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Warehouse name: ".
    ACCEPT WH-Name.
    IF WH-Name = SPACES
        DISPLAY "Name is required. Warehouse not added."
        EXIT PARAGRAPH
    END-IF.
    ACCEPT WH-AddedDate FROM DATE YYYYMMDD.
    WRITE WarehouseRecord
        INVALID KEY
            IF WS-WHSE-STATUS-DUPLICATE-KEY
                DISPLAY "Warehouse " WH-Code " already on file."
            ELSE
                DISPLAY "Could not add warehouse, status = "
                    WS-WHSE-STATUS
            END-IF
        NOT INVALID KEY
            DISPLAY "Warehouse added."
            MOVE "WHSEADD" TO WS-AUDIT-ACTION
            MOVE WH-Code TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

ListWarehouses.
    DISPLAY "Code  Name                            Added".
    DISPLAY "----------------------------------------------".
    MOVE LOW-VALUES TO WH-Code.
    MOVE 'N' TO WS-EOF-SWITCH.
    START WarehouseFile KEY IS NOT LESS THAN WH-Code
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START.
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ WarehouseFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                DISPLAY WH-Code "    " WH-Name "  " WH-AddedDate
        END-READ
    END-PERFORM.
