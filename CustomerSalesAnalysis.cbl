IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerSalesAnalysis.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OrderMaster ASSIGN TO "ORDERMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-STATUS.

    SELECT ArchDirectory ASSIGN TO "ARCHDIR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIR-STATUS.

    SELECT ArchiveOrders ASSIGN TO WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT SalespersonMaster ASSIGN TO "SLSPMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-Code
        FILE STATUS IS WS-SLSP-STATUS.

    SELECT SortLines ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD OrderMaster.
COPY ORDERREC.

FD ArchDirectory.
COPY ARCHDIR.

FD ArchiveOrders.
COPY ORDERREC REPLACING ==OrderRecord== BY ==ArchOrderRecord==
              LEADING ==OM-== BY ==AO-==.

FD CustomerMaster.
COPY CUSTMAST.

FD SalespersonMaster.
COPY SLSPMAST.

*> Order lines from the live master and every archive, from the
*> start of the prior year through the report month, resorted by
*> customer and item so each customer and each of its items break
*> naturally. Returns carry a negative line total and net against
*> sales as they do in the commission and margin reports.
SD SortLines.
01 SortLineRec.
    05 SR-CustomerNumber   PIC X(10).
    05 SR-ItemCode         PIC X(10).
    05 SR-Period           PIC 9(6).
    05 SR-TotalCost        PIC S9(6)V99.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-DIR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ARCHIVE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SLSP-STATUS==.

01 WS-ARCHIVE-NAME PIC X(30).
01 WS-DIR-EOF PIC X.
01 WS-ARCH-EOF PIC X.
01 WS-ARCHIVES-READ PIC 9(4) VALUE 0.

01 WS-CUSTOMER-AVAILABLE PIC X VALUE 'N'.
01 WS-SLSP-AVAILABLE PIC X VALUE 'N'.

*> SYSIN: report month (YYYYMM, blank = current month), then a
*> salesperson code (blank = all) for an account review.
01 WS-PERIOD-X PIC X(6).
01 WS-PERIOD PIC 9(6).
01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
   05 WS-PERIOD-YEAR  PIC 9(4).
   05 WS-PERIOD-MONTH PIC 99.
01 WS-TODAY PIC 9(8).
01 WS-SELECT-SLSP PIC X(3).
01 WS-SLSP-NAME PIC X(30).
01 WS-YTD-START PIC 9(6).
01 WS-PRIOR-YEAR PIC 9(4).
01 WS-PRIOR-START PIC 9(6).
01 WS-PRIOR-END PIC 9(6).

*> The line being released, from either the live file or an
*> archive.
01 WS-LINE-DATE PIC 9(8).
01 WS-LINE-PERIOD PIC 9(6).
01 WS-LINE-CUSTOMER PIC X(10).
01 WS-LINE-ITEM PIC X(10).
01 WS-LINE-SLSP PIC X(3).
01 WS-LINE-TOTAL PIC S9(6)V99.
01 WS-LINES-SELECTED PIC 9(7) VALUE 0.

01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-CURR-CUSTOMER PIC X(10).
01 WS-CURR-ITEM PIC X(10).
01 WS-CUST-NAME PIC X(30).

*> Customer accumulators. A customer is lapsed when it ordered
*> anything in the prior year and has ordered nothing this year;
*> a return on its own is not an order.
01 WS-CUST-MONTH PIC S9(9)V99.
01 WS-CUST-YTD PIC S9(9)V99.
01 WS-CUST-PRIOR-YTD PIC S9(9)V99.
01 WS-CUST-CHANGE PIC S9(9)V99.
01 WS-CUST-ORDERED-PRIOR PIC X.
01 WS-CUST-ORDERED-THIS PIC X.
01 WS-ITEM-YTD PIC S9(9)V99.

*> The customer's three best items this year by net sales.
01 WS-TOP-ITEMS.
   05 WS-TOP-ITEM OCCURS 3 TIMES.
      10 WS-TI-CODE PIC X(10).
      10 WS-TI-YTD  PIC S9(9)V99.
01 WS-TOP-ITEM-MAX PIC 9 VALUE 3.
01 WS-TI-IDX PIC 9.
01 WS-TI-SLOT PIC 9.

*> Top customers by year-to-date net sales, kept in descending
*> order as each customer breaks.
01 WS-RANK-TABLE.
   05 WS-RANK-ENTRY OCCURS 25 TIMES.
      10 WS-RK-CUSTOMER  PIC X(10).
      10 WS-RK-NAME      PIC X(30).
      10 WS-RK-YTD       PIC S9(9)V99.
      10 WS-RK-PRIOR-YTD PIC S9(9)V99.
      10 WS-RK-CHANGE    PIC S9(9)V99.
01 WS-RANK-MAX PIC 99 VALUE 25.
01 WS-RANK-COUNT PIC 99 VALUE 0.
01 WS-RANK-IDX PIC 99.
01 WS-RANK-SLOT PIC 99.

01 WS-CUSTOMER-COUNT PIC 9(5) VALUE 0.
01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
01 WS-GROWING-COUNT PIC 9(5) VALUE 0.
01 WS-SHRINKING-COUNT PIC 9(5) VALUE 0.
01 WS-TOT-MONTH PIC S9(11)V99 VALUE 0.
01 WS-TOT-YTD PIC S9(11)V99 VALUE 0.
01 WS-TOT-PRIOR-YTD PIC S9(11)V99 VALUE 0.
01 WS-TOT-CHANGE PIC S9(11)V99 VALUE 0.

01 WS-CHANGE-PCT PIC S9(5)V9.
01 WS-EDIT-MONTH PIC -(7)9.99.
01 WS-EDIT-YTD PIC -(7)9.99.
01 WS-EDIT-PRIOR PIC -(7)9.99.
01 WS-EDIT-CHANGE PIC -(7)9.99.
01 WS-EDIT-PCT PIC -(4)9.9.
01 WS-EDIT-PCT-X PIC X(7).
01 WS-EDIT-ITEM PIC -(6)9.99.
01 WS-EDIT-RANK PIC Z9.
01 WS-FLAG PIC X(7).
01 WS-ITEM-WORK PIC X(80).
01 WS-ITEM-PTR PIC 99.

PROCEDURE DIVISION.
    DISPLAY "Report month (YYYYMM, blank = current month): "
        WITH NO ADVANCING
    ACCEPT WS-PERIOD-X
    IF WS-PERIOD-X = SPACES
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE WS-TODAY (1:6) TO WS-PERIOD
    ELSE
        IF WS-PERIOD-X NOT NUMERIC
            DISPLAY "CustomerSalesAnalysis: report month "
                WS-PERIOD-X " is not YYYYMM."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-PERIOD-X TO WS-PERIOD
    END-IF
    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
        DISPLAY "CustomerSalesAnalysis: report month " WS-PERIOD
            " is not YYYYMM."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Salesperson (blank = all): " WITH NO ADVANCING
    ACCEPT WS-SELECT-SLSP

    COMPUTE WS-YTD-START = WS-PERIOD-YEAR * 100 + 1
    COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
    COMPUTE WS-PRIOR-START = WS-PRIOR-YEAR * 100 + 1
    COMPUTE WS-PRIOR-END = WS-PRIOR-YEAR * 100 + WS-PERIOD-MONTH

    OPEN INPUT CustomerMaster
    IF WS-CUSTOMER-STATUS-OK
        MOVE 'Y' TO WS-CUSTOMER-AVAILABLE
    ELSE
        DISPLAY "CustomerSalesAnalysis: Customer Master unavailable; "
            "names not shown."
    END-IF
    OPEN INPUT SalespersonMaster
    IF WS-SLSP-STATUS-OK
        MOVE 'Y' TO WS-SLSP-AVAILABLE
    END-IF
    PERFORM LookUpSalesperson

    DISPLAY " "
    DISPLAY "Customer Sales Analysis for " WS-PERIOD
        "   (year to date from " WS-YTD-START
        ", prior year to date " WS-PRIOR-START "-" WS-PRIOR-END ")"
    IF WS-SELECT-SLSP = SPACES
        DISPLAY "Salesperson: ALL"
    ELSE
        DISPLAY "Salesperson: " WS-SELECT-SLSP "  " WS-SLSP-NAME
    END-IF
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    DISPLAY "Customer   Name                                Month"
        "          YTD    Prior YTD       Change   Chg %"
    DISPLAY "------------------------------------------------------------"
        "------------------------------------"

    SORT SortLines
        ON ASCENDING KEY SR-CustomerNumber SR-ItemCode
        INPUT PROCEDURE IS ReleaseSalesLines
        OUTPUT PROCEDURE IS ReportSortedLines

    DISPLAY "------------------------------------------------------------"
        "------------------------------------"
    MOVE WS-TOT-MONTH TO WS-EDIT-MONTH
    MOVE WS-TOT-YTD TO WS-EDIT-YTD
    MOVE WS-TOT-PRIOR-YTD TO WS-EDIT-PRIOR
    MOVE WS-TOT-CHANGE TO WS-EDIT-CHANGE
    DISPLAY "TOTALS (" WS-CUSTOMER-COUNT " customers)              "
        WS-EDIT-MONTH " " WS-EDIT-YTD " " WS-EDIT-PRIOR " "
        WS-EDIT-CHANGE
    DISPLAY "Customers growing: " WS-GROWING-COUNT
        "   shrinking: " WS-SHRINKING-COUNT
        "   LAPSED (ordered last year, not this year): "
        WS-LAPSED-COUNT
    DISPLAY "Archives read: " WS-ARCHIVES-READ
        "   order lines selected: " WS-LINES-SELECTED

    PERFORM PrintTopCustomers

    IF WS-CUSTOMER-AVAILABLE = 'Y'
        CLOSE CustomerMaster
    END-IF
    IF WS-SLSP-AVAILABLE = 'Y'
        CLOSE SalespersonMaster
    END-IF
    IF WS-CUSTOMER-COUNT = 0 AND RETURN-CODE < 4
        DISPLAY "No sales on file for the period selected."
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LookUpSalesperson.
    MOVE SPACES TO WS-SLSP-NAME
    IF WS-SELECT-SLSP = SPACES OR WS-SLSP-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SELECT-SLSP TO SL-Code
    READ SalespersonMaster
        INVALID KEY
            MOVE "(not on salesperson master)" TO WS-SLSP-NAME
        NOT INVALID KEY
            MOVE SL-Name TO WS-SLSP-NAME
    END-READ.

*> ------------------------------------------------------------------
*> Input side of the sort: the live Order Master, then each dated
*> archive in the directory, so a year-over-year comparison still
*> sees last year's lines after month end has archived them.
*> ------------------------------------------------------------------
ReleaseSalesLines.
    OPEN INPUT OrderMaster
    IF WS-ORDER-STATUS-FILE-NOT-FOUND
        DISPLAY "CustomerSalesAnalysis: no live orders on file."
    ELSE
        IF NOT WS-ORDER-STATUS-OK
            DISPLAY "CustomerSalesAnalysis: error opening Order "
                "Master, status = " WS-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'N' TO WS-EOF-SWITCH
        PERFORM UNTIL WS-EOF-SWITCH = 'Y'
            READ OrderMaster
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE OM-OrderDate TO WS-LINE-DATE
                    MOVE OM-CustomerNumber TO WS-LINE-CUSTOMER
                    MOVE OM-ItemCode TO WS-LINE-ITEM
                    MOVE OM-Salesperson TO WS-LINE-SLSP
                    MOVE OM-TotalCost TO WS-LINE-TOTAL
                    PERFORM ReleaseOneLine
            END-READ
        END-PERFORM
        CLOSE OrderMaster
    END-IF

    OPEN INPUT ArchDirectory
    IF WS-DIR-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-DIR-STATUS-OK
        DISPLAY "CustomerSalesAnalysis: error opening archive "
            "directory, status = " WS-DIR-STATUS
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-DIR-EOF
    PERFORM UNTIL WS-DIR-EOF = 'Y'
        READ ArchDirectory
            AT END
                MOVE 'Y' TO WS-DIR-EOF
            NOT AT END
                PERFORM ReleaseOneArchive
        END-READ
    END-PERFORM
    CLOSE ArchDirectory.

*> An archive whose cutoff is before the prior year began holds
*> nothing this report compares, so it is not opened.
ReleaseOneArchive.
    IF AD-CutoffDate (1:6) < WS-PRIOR-START
        EXIT PARAGRAPH
    END-IF
    MOVE AD-FileName TO WS-ARCHIVE-NAME
    OPEN INPUT ArchiveOrders
    IF NOT WS-ARCHIVE-STATUS-OK
        DISPLAY "CustomerSalesAnalysis: archive " WS-ARCHIVE-NAME
            " listed in the directory is unreadable, status = "
            WS-ARCHIVE-STATUS
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ARCHIVES-READ
    MOVE 'N' TO WS-ARCH-EOF
    PERFORM UNTIL WS-ARCH-EOF = 'Y'
        READ ArchiveOrders
            AT END
                MOVE 'Y' TO WS-ARCH-EOF
            NOT AT END
                MOVE AO-OrderDate TO WS-LINE-DATE
                MOVE AO-CustomerNumber TO WS-LINE-CUSTOMER
                MOVE AO-ItemCode TO WS-LINE-ITEM
                MOVE AO-Salesperson TO WS-LINE-SLSP
                MOVE AO-TotalCost TO WS-LINE-TOTAL
                PERFORM ReleaseOneLine
        END-READ
    END-PERFORM
    CLOSE ArchiveOrders.

ReleaseOneLine.
    MOVE WS-LINE-DATE (1:6) TO WS-LINE-PERIOD
    IF WS-LINE-PERIOD < WS-PRIOR-START OR WS-LINE-PERIOD > WS-PERIOD
        EXIT PARAGRAPH
    END-IF
*> Lines written before the salesperson capture went in count
*> under the house code, as in the commission report.
    IF WS-LINE-SLSP = SPACES
        MOVE "HSE" TO WS-LINE-SLSP
    END-IF
    IF WS-SELECT-SLSP NOT = SPACES
        AND WS-LINE-SLSP NOT = WS-SELECT-SLSP
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LINE-CUSTOMER TO SR-CustomerNumber
    MOVE WS-LINE-ITEM TO SR-ItemCode
    MOVE WS-LINE-PERIOD TO SR-Period
    MOVE WS-LINE-TOTAL TO SR-TotalCost
    RELEASE SortLineRec
    ADD 1 TO WS-LINES-SELECTED.

*> ------------------------------------------------------------------
*> Output side: customer and item control breaks.
*> ------------------------------------------------------------------
ReportSortedLines.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortLines
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateOneLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM FinishItem
        PERFORM PrintCustomerLine
    END-IF.

AccumulateOneLine.
    IF WS-FIRST-RECORD = 'Y'
        PERFORM StartCustomer
        MOVE 'N' TO WS-FIRST-RECORD
    ELSE
        IF SR-CustomerNumber NOT = WS-CURR-CUSTOMER
            PERFORM FinishItem
            PERFORM PrintCustomerLine
            PERFORM StartCustomer
        ELSE
            IF SR-ItemCode NOT = WS-CURR-ITEM
                PERFORM FinishItem
                MOVE SR-ItemCode TO WS-CURR-ITEM
                MOVE 0 TO WS-ITEM-YTD
            END-IF
        END-IF
    END-IF

    IF SR-Period >= WS-YTD-START
        ADD SR-TotalCost TO WS-CUST-YTD
        ADD SR-TotalCost TO WS-ITEM-YTD
        IF SR-Period = WS-PERIOD
            ADD SR-TotalCost TO WS-CUST-MONTH
        END-IF
        IF SR-TotalCost > 0
            MOVE 'Y' TO WS-CUST-ORDERED-THIS
        END-IF
    ELSE
        IF SR-TotalCost > 0
            MOVE 'Y' TO WS-CUST-ORDERED-PRIOR
        END-IF
        IF SR-Period <= WS-PRIOR-END
            ADD SR-TotalCost TO WS-CUST-PRIOR-YTD
        END-IF
    END-IF.

StartCustomer.
    MOVE SR-CustomerNumber TO WS-CURR-CUSTOMER
    MOVE SR-ItemCode TO WS-CURR-ITEM
    MOVE 0 TO WS-CUST-MONTH
    MOVE 0 TO WS-CUST-YTD
    MOVE 0 TO WS-CUST-PRIOR-YTD
    MOVE 'N' TO WS-CUST-ORDERED-PRIOR
    MOVE 'N' TO WS-CUST-ORDERED-THIS
    MOVE 0 TO WS-ITEM-YTD
    PERFORM VARYING WS-TI-IDX FROM 1 BY 1
            UNTIL WS-TI-IDX > WS-TOP-ITEM-MAX
        MOVE SPACES TO WS-TI-CODE (WS-TI-IDX)
        MOVE 0 TO WS-TI-YTD (WS-TI-IDX)
    END-PERFORM.

*> Item break: a net seller this year goes into the customer's
*> top-three list in order, pushing the smallest out.
FinishItem.
    IF WS-ITEM-YTD <= 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-TI-SLOT
    PERFORM VARYING WS-TI-IDX FROM 1 BY 1
            UNTIL WS-TI-IDX > WS-TOP-ITEM-MAX OR WS-TI-SLOT > 0
        IF WS-TI-CODE (WS-TI-IDX) = SPACES
            OR WS-ITEM-YTD > WS-TI-YTD (WS-TI-IDX)
            MOVE WS-TI-IDX TO WS-TI-SLOT
        END-IF
    END-PERFORM
    IF WS-TI-SLOT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TI-IDX FROM WS-TOP-ITEM-MAX BY -1
            UNTIL WS-TI-IDX <= WS-TI-SLOT
        MOVE WS-TOP-ITEM (WS-TI-IDX - 1) TO WS-TOP-ITEM (WS-TI-IDX)
    END-PERFORM
    MOVE WS-CURR-ITEM TO WS-TI-CODE (WS-TI-SLOT)
    MOVE WS-ITEM-YTD TO WS-TI-YTD (WS-TI-SLOT).

PrintCustomerLine.
    PERFORM LookUpCustomerName
    COMPUTE WS-CUST-CHANGE = WS-CUST-YTD - WS-CUST-PRIOR-YTD
    PERFORM FormatChangePercent
    MOVE SPACES TO WS-FLAG
    IF WS-CUST-ORDERED-PRIOR = 'Y' AND WS-CUST-ORDERED-THIS = 'N'
        MOVE "LAPSED" TO WS-FLAG
        ADD 1 TO WS-LAPSED-COUNT
    END-IF
    IF WS-CUST-CHANGE > 0
        ADD 1 TO WS-GROWING-COUNT
    END-IF
    IF WS-CUST-CHANGE < 0
        ADD 1 TO WS-SHRINKING-COUNT
    END-IF

    MOVE WS-CUST-MONTH TO WS-EDIT-MONTH
    MOVE WS-CUST-YTD TO WS-EDIT-YTD
    MOVE WS-CUST-PRIOR-YTD TO WS-EDIT-PRIOR
    MOVE WS-CUST-CHANGE TO WS-EDIT-CHANGE
    DISPLAY WS-CURR-CUSTOMER " " WS-CUST-NAME " " WS-EDIT-MONTH " "
        WS-EDIT-YTD " " WS-EDIT-PRIOR " " WS-EDIT-CHANGE " "
        WS-EDIT-PCT-X " " WS-FLAG
    PERFORM PrintTopItems

    ADD 1 TO WS-CUSTOMER-COUNT
    ADD WS-CUST-MONTH TO WS-TOT-MONTH
    ADD WS-CUST-YTD TO WS-TOT-YTD
    ADD WS-CUST-PRIOR-YTD TO WS-TOT-PRIOR-YTD
    ADD WS-CUST-CHANGE TO WS-TOT-CHANGE
    PERFORM RankCustomer.

LookUpCustomerName.
    MOVE SPACES TO WS-CUST-NAME
    IF WS-CUSTOMER-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURR-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE "(not on customer master)" TO WS-CUST-NAME
        NOT INVALID KEY
            MOVE CM-Name TO WS-CUST-NAME
    END-READ.

*> Change as a percentage of last year's figure; a customer with
*> nothing to compare against shows NEW.
FormatChangePercent.
    IF WS-CUST-PRIOR-YTD <= 0
        IF WS-CUST-YTD > 0
            MOVE "    NEW" TO WS-EDIT-PCT-X
        ELSE
            MOVE SPACES TO WS-EDIT-PCT-X
        END-IF
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CHANGE-PCT ROUNDED =
        WS-CUST-CHANGE * 100 / WS-CUST-PRIOR-YTD
        ON SIZE ERROR
            MOVE 9999.9 TO WS-CHANGE-PCT
    END-COMPUTE
    MOVE WS-CHANGE-PCT TO WS-EDIT-PCT
    MOVE WS-EDIT-PCT TO WS-EDIT-PCT-X.

PrintTopItems.
    IF WS-TI-CODE (1) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ITEM-WORK
    MOVE 1 TO WS-ITEM-PTR
    STRING "           Top items YTD:" DELIMITED BY SIZE
        INTO WS-ITEM-WORK WITH POINTER WS-ITEM-PTR
    PERFORM VARYING WS-TI-IDX FROM 1 BY 1
            UNTIL WS-TI-IDX > WS-TOP-ITEM-MAX
        IF WS-TI-CODE (WS-TI-IDX) NOT = SPACES
            MOVE WS-TI-YTD (WS-TI-IDX) TO WS-EDIT-ITEM
            STRING "  " WS-TI-CODE (WS-TI-IDX) DELIMITED BY SPACE
                " " WS-EDIT-ITEM DELIMITED BY SIZE
                INTO WS-ITEM-WORK WITH POINTER WS-ITEM-PTR
        END-IF
    END-PERFORM
    DISPLAY WS-ITEM-WORK.

*> Insert the customer into the top-25 list by year-to-date net
*> sales; ties keep the customer already listed ahead.
RankCustomer.
    IF WS-CUST-YTD <= 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-RANK-SLOT
    PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
            UNTIL WS-RANK-IDX > WS-RANK-COUNT OR WS-RANK-SLOT > 0
        IF WS-CUST-YTD > WS-RK-YTD (WS-RANK-IDX)
            MOVE WS-RANK-IDX TO WS-RANK-SLOT
        END-IF
    END-PERFORM
    IF WS-RANK-SLOT = 0
        IF WS-RANK-COUNT >= WS-RANK-MAX
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-RANK-SLOT = WS-RANK-COUNT + 1
    END-IF
    IF WS-RANK-COUNT < WS-RANK-MAX
        ADD 1 TO WS-RANK-COUNT
    END-IF
    PERFORM VARYING WS-RANK-IDX FROM WS-RANK-COUNT BY -1
            UNTIL WS-RANK-IDX <= WS-RANK-SLOT
        MOVE WS-RANK-ENTRY (WS-RANK-IDX - 1)
            TO WS-RANK-ENTRY (WS-RANK-IDX)
    END-PERFORM
    MOVE WS-CURR-CUSTOMER TO WS-RK-CUSTOMER (WS-RANK-SLOT)
    MOVE WS-CUST-NAME TO WS-RK-NAME (WS-RANK-SLOT)
    MOVE WS-CUST-YTD TO WS-RK-YTD (WS-RANK-SLOT)
    MOVE WS-CUST-PRIOR-YTD TO WS-RK-PRIOR-YTD (WS-RANK-SLOT)
    MOVE WS-CUST-CHANGE TO WS-RK-CHANGE (WS-RANK-SLOT).

PrintTopCustomers.
    DISPLAY " "
    DISPLAY "Top " WS-RANK-MAX " Customers by Year-to-Date Net Sales"
    DISPLAY "------------------------------------------------------------"
        "------------------------"
    DISPLAY "Rank Customer   Name                                YTD"
        "    Prior YTD       Change"
    DISPLAY "------------------------------------------------------------"
        "------------------------"
    IF WS-RANK-COUNT = 0
        DISPLAY "No customer has net sales this year."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
            UNTIL WS-RANK-IDX > WS-RANK-COUNT
        MOVE WS-RANK-IDX TO WS-EDIT-RANK
        MOVE WS-RK-YTD (WS-RANK-IDX) TO WS-EDIT-YTD
        MOVE WS-RK-PRIOR-YTD (WS-RANK-IDX) TO WS-EDIT-PRIOR
        MOVE WS-RK-CHANGE (WS-RANK-IDX) TO WS-EDIT-CHANGE
        DISPLAY "  " WS-EDIT-RANK " " WS-RK-CUSTOMER (WS-RANK-IDX) " "
            WS-RK-NAME (WS-RANK-IDX) " " WS-EDIT-YTD " "
            WS-EDIT-PRIOR " " WS-EDIT-CHANGE
    END-PERFORM.
