IDENTIFICATION DIVISION.
PROGRAM-ID. GrossMargin.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OrderMaster ASSIGN TO "ORDERMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT SortLines ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD OrderMaster.
COPY ORDERREC.

FD ItemMaster.
COPY ITEMMAST.

*> The period's order lines, sorted once by item and once by order
*> number so each section of the report is a plain control break.
*> Credit lines carry negative quantity, sales, and cost, so
*> returns net out of both revenue and cost of goods sold.
SD SortLines.
01 SortLineRec.
    05 SR-ItemCode         PIC X(10).
    05 SR-OrderNumber      PIC 9(16).
    05 SR-CustomerNumber   PIC X(10).
    05 SR-Quantity         PIC S999.
    05 SR-Sales            PIC S9(6)V99.
    05 SR-Cogs             PIC S9(7)V99.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.

01 WS-PERIOD-X PIC X(6).
01 WS-PERIOD PIC 9(6).
01 WS-TODAY PIC 9(8).

01 WS-ITEMS-AVAILABLE PIC X VALUE 'N'.
01 WS-ITEM-DESC PIC X(30).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-CURR-ITEM PIC X(10).
01 WS-CURR-ORDER PIC 9(16).
01 WS-CURR-CUSTOMER PIC X(10).
01 WS-LINE-COST PIC 999V99.

01 WS-GROUP-QTY PIC S9(7).
01 WS-GROUP-SALES PIC S9(9)V99.
01 WS-GROUP-COGS PIC S9(9)V99.
01 WS-GROUP-MARGIN PIC S9(9)V99.
01 WS-MARGIN-PCT PIC S9(3)V9.

01 WS-TOT-SALES PIC S9(11)V99.
01 WS-TOT-COGS PIC S9(11)V99.
01 WS-TOT-MARGIN PIC S9(11)V99.
01 WS-GROUP-COUNT PIC 9(6).
01 WS-LINES-NO-COST PIC 9(6) VALUE 0.
01 WS-LINES-SELECTED PIC 9(7) VALUE 0.

01 WS-EDIT-QTY PIC -(6)9.
01 WS-EDIT-SALES PIC -(8)9.99.
01 WS-EDIT-COGS PIC -(8)9.99.
01 WS-EDIT-MARGIN PIC -(8)9.99.
01 WS-EDIT-PCT PIC -(3)9.9.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GrossMargin".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    DISPLAY "Margin period (YYYYMM, blank = current month): "
        WITH NO ADVANCING
    ACCEPT WS-PERIOD-X
    IF WS-PERIOD-X = SPACES
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE WS-TODAY (1:6) TO WS-PERIOD
    ELSE
        MOVE WS-PERIOD-X TO WS-PERIOD
    END-IF

    OPEN INPUT OrderMaster
    IF WS-ORDER-STATUS-FILE-NOT-FOUND
        DISPLAY "GrossMargin: no orders on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-ORDER-STATUS-OK
        DISPLAY "GrossMargin: error opening Order Master, "
            "status = " WS-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    CLOSE OrderMaster

    OPEN INPUT ItemMaster
    IF WS-ITEM-STATUS-OK
        MOVE 'Y' TO WS-ITEMS-AVAILABLE
    ELSE
        DISPLAY "GrossMargin: Item Master unavailable; item "
            "descriptions will not print."
    END-IF

*> ------------------------------------------------------------------
*> Section 1: margin by item.
*> ------------------------------------------------------------------
    DISPLAY " "
    DISPLAY "Gross Margin by Item for " WS-PERIOD
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    DISPLAY "Item Code  Description                       Qty"
        "        Sales         COGS       Margin     Pct"
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    PERFORM ClearReportTotals
    SORT SortLines
        ON ASCENDING KEY SR-ItemCode
        INPUT PROCEDURE IS ReleasePeriodLines
        OUTPUT PROCEDURE IS ReportByItem
    PERFORM PrintSectionTotals
    IF WS-LINES-NO-COST > 0
        DISPLAY "Lines sold with no cost on file: " WS-LINES-NO-COST
            " (margin overstated by their cost)"
    END-IF

*> ------------------------------------------------------------------
*> Section 2: margin by order.
*> ------------------------------------------------------------------
    DISPLAY " "
    DISPLAY "Gross Margin by Order for " WS-PERIOD
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    DISPLAY "Order Number     Customer          Sales         COGS"
        "       Margin     Pct"
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    PERFORM ClearReportTotals
    SORT SortLines
        ON ASCENDING KEY SR-OrderNumber
        INPUT PROCEDURE IS ReleasePeriodLines
        OUTPUT PROCEDURE IS ReportByOrder
    PERFORM PrintSectionTotals

    IF WS-ITEMS-AVAILABLE = 'Y'
        CLOSE ItemMaster
    END-IF
    IF WS-LINES-SELECTED = 0
        DISPLAY "No order lines in period " WS-PERIOD "."
        MOVE 4 TO RETURN-CODE
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

ClearReportTotals.
    MOVE 0 TO WS-TOT-SALES
    MOVE 0 TO WS-TOT-COGS
    MOVE 0 TO WS-TOT-MARGIN
    MOVE 0 TO WS-GROUP-COUNT
    MOVE 0 TO WS-LINES-NO-COST
    MOVE 0 TO WS-LINES-SELECTED.

*> Cost of goods sold is the line quantity at the average cost
*> stamped on the line when it was sold. Lines written before cost
*> was carried have no cost and are counted so the gap is visible.
ReleasePeriodLines.
    OPEN INPUT OrderMaster
    IF NOT WS-ORDER-STATUS-OK
        DISPLAY "GrossMargin: error reopening Order Master, "
            "status = " WS-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OrderMaster
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OM-OrderDate (1:6) = WS-PERIOD
                    PERFORM ReleaseOneLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE OrderMaster
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOneLine.
    IF OM-UnitCost NUMERIC
        MOVE OM-UnitCost TO WS-LINE-COST
    ELSE
        MOVE 0 TO WS-LINE-COST
    END-IF
    IF WS-LINE-COST = 0
        ADD 1 TO WS-LINES-NO-COST
    END-IF
    MOVE OM-ItemCode TO SR-ItemCode
    MOVE OM-OrderNumber TO SR-OrderNumber
    MOVE OM-CustomerNumber TO SR-CustomerNumber
    MOVE OM-Quantity TO SR-Quantity
    MOVE OM-TotalCost TO SR-Sales
    COMPUTE SR-Cogs = OM-Quantity * WS-LINE-COST
    ADD 1 TO WS-LINES-SELECTED
    RELEASE SortLineRec.

ReportByItem.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortLines
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateItemLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintItemLine
    END-IF.

AccumulateItemLine.
    IF WS-FIRST-RECORD = 'Y'
        MOVE 'N' TO WS-FIRST-RECORD
        MOVE SR-ItemCode TO WS-CURR-ITEM
        PERFORM ClearGroupTotals
    ELSE
        IF SR-ItemCode NOT = WS-CURR-ITEM
            PERFORM PrintItemLine
            MOVE SR-ItemCode TO WS-CURR-ITEM
            PERFORM ClearGroupTotals
        END-IF
    END-IF
    ADD SR-Quantity TO WS-GROUP-QTY
    ADD SR-Sales TO WS-GROUP-SALES
    ADD SR-Cogs TO WS-GROUP-COGS.

PrintItemLine.
    MOVE SPACES TO WS-ITEM-DESC
    IF WS-ITEMS-AVAILABLE = 'Y'
        MOVE WS-CURR-ITEM TO IM-ItemCode
        READ ItemMaster
            INVALID KEY
                MOVE "(not on Item Master)" TO WS-ITEM-DESC
            NOT INVALID KEY
                MOVE IM-Description TO WS-ITEM-DESC
        END-READ
    END-IF
    PERFORM ComputeGroupMargin
    MOVE WS-GROUP-QTY TO WS-EDIT-QTY
    DISPLAY WS-CURR-ITEM " " WS-ITEM-DESC " " WS-EDIT-QTY
        " " WS-EDIT-SALES " " WS-EDIT-COGS " " WS-EDIT-MARGIN
        " " WS-EDIT-PCT.

ReportByOrder.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortLines
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateOrderLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintOrderLine
    END-IF.

AccumulateOrderLine.
    IF WS-FIRST-RECORD = 'Y'
        MOVE 'N' TO WS-FIRST-RECORD
        MOVE SR-OrderNumber TO WS-CURR-ORDER
        MOVE SR-CustomerNumber TO WS-CURR-CUSTOMER
        PERFORM ClearGroupTotals
    ELSE
        IF SR-OrderNumber NOT = WS-CURR-ORDER
            PERFORM PrintOrderLine
            MOVE SR-OrderNumber TO WS-CURR-ORDER
            MOVE SR-CustomerNumber TO WS-CURR-CUSTOMER
            PERFORM ClearGroupTotals
        END-IF
    END-IF
    ADD SR-Quantity TO WS-GROUP-QTY
    ADD SR-Sales TO WS-GROUP-SALES
    ADD SR-Cogs TO WS-GROUP-COGS.

PrintOrderLine.
    PERFORM ComputeGroupMargin
    DISPLAY WS-CURR-ORDER " " WS-CURR-CUSTOMER " " WS-EDIT-SALES
        " " WS-EDIT-COGS " " WS-EDIT-MARGIN " " WS-EDIT-PCT.

ClearGroupTotals.
    MOVE 0 TO WS-GROUP-QTY
    MOVE 0 TO WS-GROUP-SALES
    MOVE 0 TO WS-GROUP-COGS.

*> Margin is sales (OM-TotalCost, after quantity discount) less
*> cost of goods sold; the percentage is of sales and is left blank
*> when a group nets to zero sales.
ComputeGroupMargin.
    COMPUTE WS-GROUP-MARGIN = WS-GROUP-SALES - WS-GROUP-COGS
    IF WS-GROUP-SALES NOT = 0
        COMPUTE WS-MARGIN-PCT ROUNDED =
            WS-GROUP-MARGIN * 100 / WS-GROUP-SALES
            ON SIZE ERROR
                MOVE 0 TO WS-MARGIN-PCT
        END-COMPUTE
    ELSE
        MOVE 0 TO WS-MARGIN-PCT
    END-IF
    MOVE WS-GROUP-SALES TO WS-EDIT-SALES
    MOVE WS-GROUP-COGS TO WS-EDIT-COGS
    MOVE WS-GROUP-MARGIN TO WS-EDIT-MARGIN
    MOVE WS-MARGIN-PCT TO WS-EDIT-PCT
    ADD WS-GROUP-SALES TO WS-TOT-SALES
    ADD WS-GROUP-COGS TO WS-TOT-COGS
    ADD WS-GROUP-MARGIN TO WS-TOT-MARGIN
    ADD 1 TO WS-GROUP-COUNT.

PrintSectionTotals.
    MOVE WS-TOT-SALES TO WS-EDIT-SALES
    MOVE WS-TOT-COGS TO WS-EDIT-COGS
    MOVE WS-TOT-MARGIN TO WS-EDIT-MARGIN
    IF WS-TOT-SALES NOT = 0
        COMPUTE WS-MARGIN-PCT ROUNDED =
            WS-TOT-MARGIN * 100 / WS-TOT-SALES
            ON SIZE ERROR
                MOVE 0 TO WS-MARGIN-PCT
        END-COMPUTE
    ELSE
        MOVE 0 TO WS-MARGIN-PCT
    END-IF
    MOVE WS-MARGIN-PCT TO WS-EDIT-PCT
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    DISPLAY "TOTALS (" WS-GROUP-COUNT " groups)               "
        WS-EDIT-SALES " " WS-EDIT-COGS " " WS-EDIT-MARGIN
        " " WS-EDIT-PCT.
