IDENTIFICATION DIVISION.
PROGRAM-ID. InventoryValuation.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

DATA DIVISION.
FILE SECTION.
FD ItemMaster.
COPY ITEMMAST.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.

01 WS-REPORT-DATE.
   05 WS-REPORT-YYYY  PIC 9(4).
   05 WS-REPORT-MM    PIC 9(2).
   05 WS-REPORT-DD    PIC 9(2).
01 WS-REPORT-DATE-DISPLAY PIC 9(2)/9(2)/9(4).

01 WS-ITEM-COST      PIC 999V99.
01 WS-VALUED-QTY     PIC S9(5).
01 WS-ITEM-VALUE     PIC S9(9)V99.
01 WS-TOTAL-VALUE    PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-UNITS    PIC S9(9) VALUE 0.
01 WS-ITEMS-VALUED   PIC 9(5) VALUE 0.
01 WS-ITEMS-NO-COST  PIC 9(5) VALUE 0.
01 WS-ITEMS-NEGATIVE PIC 9(5) VALUE 0.
01 WS-ITEM-FLAG      PIC X(12).

01 WS-EDIT-QTY       PIC -(5)9.
01 WS-EDIT-COST      PIC ZZ9.99.
01 WS-EDIT-VALUE     PIC -(8)9.99.
01 WS-EDIT-TOTAL     PIC -(10)9.99.
01 WS-EDIT-UNITS     PIC -(8)9.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "InvValuation".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    OPEN INPUT ItemMaster
    IF WS-ITEM-STATUS-FILE-NOT-FOUND
        DISPLAY "InventoryValuation: Item Master file not found."
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "InventoryValuation: error opening Item Master, "
            "status = " WS-ITEM-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
    MOVE WS-REPORT-MM   TO WS-REPORT-DATE-DISPLAY (1:2)
    MOVE WS-REPORT-DD   TO WS-REPORT-DATE-DISPLAY (4:2)
    MOVE WS-REPORT-YYYY TO WS-REPORT-DATE-DISPLAY (7:4)

    DISPLAY " "
    DISPLAY "Inventory Valuation Report          Date: "
        WS-REPORT-DATE-DISPLAY
    DISPLAY "------------------------------------------------------------"
        "----------------------"
    DISPLAY "Item Code  Description                    On Hand  Avg Cost"
        "       Value"
    DISPLAY "------------------------------------------------------------"
        "----------------------"

    MOVE LOW-VALUES TO IM-ItemCode
    START ItemMaster KEY IS NOT LESS THAN IM-ItemCode
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ItemMaster NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ValueOneItem
        END-READ
    END-PERFORM
    CLOSE ItemMaster

    MOVE WS-TOTAL-UNITS TO WS-EDIT-UNITS
    MOVE WS-TOTAL-VALUE TO WS-EDIT-TOTAL
    DISPLAY "------------------------------------------------------------"
        "----------------------"
    DISPLAY "Items Valued: " WS-ITEMS-VALUED
        "   Units: " WS-EDIT-UNITS
    DISPLAY "GRAND TOTAL INVENTORY VALUE:           $" WS-EDIT-TOTAL
    IF WS-ITEMS-NO-COST > 0
        DISPLAY "Items with stock but no cost on file: "
            WS-ITEMS-NO-COST " (valued at zero)"
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-ITEMS-NEGATIVE > 0
        DISPLAY "Items oversold below zero: " WS-ITEMS-NEGATIVE
            " (valued at zero until receiving catches up)"
    END-IF
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

*> On-hand times the running average cost. An oversold item has
*> nothing on the shelf to value, and an item received before cost
*> was carried has no cost yet; both are flagged rather than
*> allowed to distort the total.
ValueOneItem.
    MOVE SPACES TO WS-ITEM-FLAG
    IF IM-AvgCost NUMERIC
        MOVE IM-AvgCost TO WS-ITEM-COST
    ELSE
        MOVE 0 TO WS-ITEM-COST
    END-IF
    MOVE IM-QtyOnHand TO WS-VALUED-QTY
    IF WS-VALUED-QTY < 0
        MOVE 0 TO WS-VALUED-QTY
        MOVE "OVERSOLD" TO WS-ITEM-FLAG
        ADD 1 TO WS-ITEMS-NEGATIVE
    END-IF
    IF WS-VALUED-QTY > 0 AND WS-ITEM-COST = 0
        MOVE "NO COST" TO WS-ITEM-FLAG
        ADD 1 TO WS-ITEMS-NO-COST
    END-IF

    COMPUTE WS-ITEM-VALUE = WS-VALUED-QTY * WS-ITEM-COST
    ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
    ADD WS-VALUED-QTY TO WS-TOTAL-UNITS
    ADD 1 TO WS-ITEMS-VALUED

    MOVE IM-QtyOnHand TO WS-EDIT-QTY
    MOVE WS-ITEM-COST TO WS-EDIT-COST
    MOVE WS-ITEM-VALUE TO WS-EDIT-VALUE
    DISPLAY IM-ItemCode " " IM-Description " " WS-EDIT-QTY
        "  " WS-EDIT-COST " " WS-EDIT-VALUE " " WS-ITEM-FLAG.
