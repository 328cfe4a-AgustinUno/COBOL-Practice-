        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT ItemWarehouse ASSIGN TO "ITEMWHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IW-Key
        FILE STATUS IS WS-ITEMWHSE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
01 WS-ITEMS-CHECKED  PIC 9(5) VALUE 0.
01 WS-ITEMS-FLAGGED  PIC 9(5) VALUE 0.

*> Shortages are flagged warehouse by warehouse. An item with no
*> warehouse stock records holds everything in the main warehouse
*> at the Item Master quantities.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-IW-AVAILABLE   PIC X VALUE 'N'.
01 WS-IW-EOF         PIC X.
01 WS-IW-FOUND       PIC X.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "ReorderReport".
        STOP RUN
    END-IF

    OPEN INPUT ItemWarehouse
    IF WS-ITEMWHSE-STATUS-OK
        MOVE 'Y' TO WS-IW-AVAILABLE
    END-IF

    ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
    MOVE WS-REPORT-MM   TO WS-REPORT-DATE-DISPLAY (1:2)
    MOVE WS-REPORT-DD   TO WS-REPORT-DATE-DISPLAY (4:2)
    DISPLAY "Below-Reorder-Point Report          Date: "
        WS-REPORT-DATE-DISPLAY
    DISPLAY "------------------------------------------------------------"
    DISPLAY "Item Code  Description                    Whse On Hand  "
        "Reorder At"
    DISPLAY "------------------------------------------------------------"

    MOVE LOW-VALUES TO IM-ItemCode
        END-READ
    END-PERFORM
    CLOSE ItemMaster
    IF WS-IW-AVAILABLE = 'Y'
        CLOSE ItemWarehouse
    END-IF

    DISPLAY "------------------------------------------------------------"
    DISPLAY "Items Checked: " WS-ITEMS-CHECKED
        "   Stock Points At/Below Reorder Point: " WS-ITEMS-FLAGGED
    IF WS-ITEMS-FLAGGED = 0
        DISPLAY "No items require reorder."
    END-IF
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

CheckItemStock.
    IF IM-Inactive
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ITEMS-CHECKED
    MOVE 'N' TO WS-IW-FOUND
    IF WS-IW-AVAILABLE = 'Y'
        MOVE IM-ItemCode TO IW-ItemCode
        MOVE LOW-VALUES TO IW-Warehouse
        MOVE 'N' TO WS-IW-EOF
        START ItemWarehouse KEY IS NOT LESS THAN IW-Key
            INVALID KEY
                MOVE 'Y' TO WS-IW-EOF
        END-START
        PERFORM UNTIL WS-IW-EOF = 'Y'
            READ ItemWarehouse NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-IW-EOF
                NOT AT END
                    IF IW-ItemCode NOT = IM-ItemCode
                        MOVE 'Y' TO WS-IW-EOF
                    ELSE
                        MOVE 'Y' TO WS-IW-FOUND
                        PERFORM CheckWarehouseStock
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-IW-FOUND = 'N'
        MOVE IM-ItemCode TO IW-ItemCode
        MOVE WS-MAIN-WAREHOUSE TO IW-Warehouse
        MOVE IM-QtyOnHand TO IW-QtyOnHand
        MOVE IM-ReorderPoint TO IW-ReorderPoint
        PERFORM CheckWarehouseStock
    END-IF.

*> A warehouse that holds none of an item and has no reorder point
*> of its own does not stock it, and is not flagged.
CheckWarehouseStock.
    IF IW-QtyOnHand = 0 AND IW-ReorderPoint = 0
        AND IW-Warehouse NOT = WS-MAIN-WAREHOUSE
        EXIT PARAGRAPH
    END-IF
    IF IW-QtyOnHand <= IW-ReorderPoint
        ADD 1 TO WS-ITEMS-FLAGGED
        DISPLAY IM-ItemCode " " IM-Description " " IW-Warehouse
            "   " IW-QtyOnHand "    " IW-ReorderPoint
    END-IF.
