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

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

FD WarehouseFile.
COPY WAREHSE.

FD AuditLog.
COPY AUDITREC.

01 WS-APPROVE PIC X.
01 WS-POSTED-COUNT PIC 9(5).

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
*> A session counts one warehouse: its sheets, counts, variances
*> and postings are all against that warehouse's stock.
01 WS-COUNT-WHSE     PIC X(2).
01 WS-BOOK-QTY       PIC S9(5).

01 WS-AUDIT-ACTION PIC X(10).
01 WS-AUDIT-KEY PIC X(20).
01 WS-AUDIT-DATE PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    PERFORM OpenFiles.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "Counting warehouse " WS-COUNT-WHSE
        DISPLAY "1. Generate Count Sheet"
        DISPLAY "2. Enter Physical Counts"
        DISPLAY "3. Variance Report"

    CLOSE CountFile.
    CLOSE ItemMaster.
    CLOSE ItemWarehouse.
    IF WS-WHSE-AVAILABLE = 'Y'
        CLOSE WarehouseFile
    END-IF.
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
    END-IF

    PERFORM OpenWarehouseStock
    OPEN INPUT WarehouseFile
    IF WS-WHSE-STATUS-OK
        MOVE 'Y' TO WS-WHSE-AVAILABLE
    END-IF
    PERFORM SelectCountWarehouse

    PERFORM OpenAuditLog.

SelectCountWarehouse.
    MOVE 'N' TO WS-WHSE-OK
    PERFORM UNTIL WS-WHSE-OK = 'Y'
        DISPLAY "Warehouse to count (blank = " WS-MAIN-WAREHOUSE
            "): " WITH NO ADVANCING
        ACCEPT WS-WHSE-X
        PERFORM ValidateWarehouse
    END-PERFORM
    MOVE WS-WHSE-X TO WS-COUNT-WHSE.

OpenWarehouseStock.
    OPEN I-O ItemWarehouse
    IF WS-ITEMWHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ItemWarehouse
        CLOSE ItemWarehouse
        OPEN I-O ItemWarehouse
    END-IF
    IF NOT WS-ITEMWHSE-STATUS-OK
        DISPLAY "CycleCount: error opening warehouse stock, "
            "status = " WS-ITEMWHSE-STATUS
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
                    DISPLAY "CycleCount: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "CycleCount: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "CycleCount: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

*> Book quantity of IM-ItemCode in the warehouse being counted.
ReadCountStock.
    MOVE WS-COUNT-WHSE TO WS-STOCK-WHSE
    PERFORM ReadItemWarehouse
    MOVE IW-QtyOnHand TO WS-BOOK-QTY.

SetCountAuditKey.
    MOVE SPACES TO WS-AUDIT-KEY
    STRING CC-ItemCode " " CC-Warehouse
        DELIMITED BY SIZE INTO WS-AUDIT-KEY.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
    MOVE "CycleCount" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CycleCount: error writing audit record, status = "
*> Deal the Item Master out over the cycle: item N belongs to day
*> ((N-1) mod cycle-days) + 1. Today's slice prints as the count
*> sheet and each item gets a 'G' work record with the book
*> quantity frozen at generation time. Only items the warehouse
*> holds go on its sheet; the main warehouse holds every item.
*> ------------------------------------------------------------------
GenerateCountSheet.
    DISPLAY "Cycle length in days (blank = 20): "
    DISPLAY " "
    DISPLAY "Cycle Count Sheet - day " WS-CYCLE-DAY " of "
        WS-CYCLE-DAYS "   Date: " WS-TODAY
        "   Warehouse: " WS-COUNT-WHSE
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Item Code  Location Description                     "
        "Counted Qty"
    DISPLAY "------------------------------------------------------------"

    MOVE LOW-VALUES TO IM-ItemCode
    DISPLAY WS-SHEET-COUNT " item(s) on today's sheet.".

WriteCountSheetLine.
    PERFORM ReadCountStock
    IF WS-IW-ON-FILE = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY IM-ItemCode " " IW-Location " " IM-Description
        "  __________"
    MOVE WS-COUNT-WHSE TO CC-Warehouse
    MOVE IM-ItemCode TO CC-ItemCode
    MOVE WS-TODAY TO CC-SheetDate
    MOVE WS-BOOK-QTY TO CC-SnapshotQty
    MOVE 0 TO CC-CountedQty
    SET CC-Generated TO TRUE
    WRITE CycleCountRecord
    END-PERFORM.

EnterOneCount.
    MOVE WS-COUNT-WHSE TO CC-Warehouse
    MOVE WS-SEARCH-CODE TO CC-ItemCode
    MOVE WS-SHEET-DATE TO CC-SheetDate
    READ CountFile
    MOVE 0 TO WS-TOT-VAR-DOLLARS
    MOVE 0 TO WS-VAR-LINES
    DISPLAY " "
    DISPLAY "Cycle Count Variance Report - warehouse " WS-COUNT-WHSE
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Item Code  Sheet Date  Book   Counted  Var Units  "
        "Var Dollars"
    DISPLAY "------------------------------------------------------------"

    MOVE LOW-VALUES TO CC-Key
    MOVE WS-COUNT-WHSE TO CC-Warehouse
    MOVE 'N' TO WS-EOF-SWITCH
    START CountFile KEY IS NOT LESS THAN CC-Key
        INVALID KEY
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CC-Warehouse NOT = WS-COUNT-WHSE
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    IF CC-Counted
                        PERFORM PrintVarianceLine
                    END-IF
                END-IF
        END-READ
    END-PERFORM
            DISPLAY CC-ItemCode "  (no longer on the Item Master)"
            EXIT PARAGRAPH
    END-READ
    PERFORM ReadCountStock
    COMPUTE WS-VARIANCE-UNITS = CC-CountedQty - WS-BOOK-QTY
    COMPUTE WS-VARIANCE-DOLLARS =
        WS-VARIANCE-UNITS * IM-Price
    MOVE WS-VARIANCE-UNITS TO WS-EDIT-UNITS
    MOVE WS-VARIANCE-DOLLARS TO WS-EDIT-DOLLARS
    DISPLAY CC-ItemCode " " CC-SheetDate "  " WS-BOOK-QTY " "
        CC-CountedQty "  " WS-EDIT-UNITS "  $" WS-EDIT-DOLLARS
    ADD WS-VARIANCE-UNITS TO WS-TOT-VAR-UNITS
    ADD WS-VARIANCE-DOLLARS TO WS-TOT-VAR-DOLLARS
PostApprovedCounts.
    MOVE 0 TO WS-POSTED-COUNT
    MOVE LOW-VALUES TO CC-Key
    MOVE WS-COUNT-WHSE TO CC-Warehouse
    MOVE 'N' TO WS-EOF-SWITCH
    START CountFile KEY IS NOT LESS THAN CC-Key
        INVALID KEY
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CC-Warehouse NOT = WS-COUNT-WHSE
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    IF CC-Counted
                        PERFORM ApproveOneCount
                    END-IF
                END-IF
        END-READ
    END-PERFORM
                "count skipped."
            EXIT PARAGRAPH
    END-READ
    PERFORM ReadCountStock
    COMPUTE WS-VARIANCE-UNITS = CC-CountedQty - WS-BOOK-QTY
    IF WS-VARIANCE-UNITS = 0
        SET CC-Posted TO TRUE
        REWRITE CycleCountRecord
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VARIANCE-UNITS TO WS-EDIT-UNITS
    DISPLAY CC-ItemCode ": book " WS-BOOK-QTY " counted "
        CC-CountedQty " variance " WS-EDIT-UNITS
        ". Approve adjustment? (Y/N): "
    ACCEPT WS-APPROVE
        EXIT PARAGRAPH
    END-IF

*> The warehouse takes the counted quantity; the company total
*> moves by the same variance.
    MOVE CC-CountedQty TO IW-QtyOnHand
    ADD WS-VARIANCE-UNITS TO IM-QtyOnHand
    REWRITE ItemMasterRecord
        INVALID KEY
            DISPLAY "CycleCount: could not adjust item "
                IM-ItemCode ", status = " WS-ITEM-STATUS
            EXIT PARAGRAPH
    END-REWRITE
    PERFORM SaveItemWarehouse

    SET CC-Posted TO TRUE
    REWRITE CycleCountRecord
    END-REWRITE

    MOVE "COUNTADJ" TO WS-AUDIT-ACTION
    PERFORM SetCountAuditKey
    PERFORM WriteAuditRecord
    ADD 1 TO WS-POSTED-COUNT
    DISPLAY "Adjustment posted for " CC-ItemCode ".".
