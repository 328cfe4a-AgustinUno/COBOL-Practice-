IDENTIFICATION DIVISION.
PROGRAM-ID. WarehouseShipping.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT OpenOrderWork ASSIGN TO "ORDOPEN.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT OrderMaster ASSIGN TO "ORDERMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT ItemWarehouse ASSIGN TO "ITEMWHSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IW-Key
        FILE STATUS IS WS-ITEMWHSE-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Key
        FILE STATUS IS WS-SHIPTO-STATUS.

    SELECT TaxRateFile ASSIGN TO "TAXRATES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TX-Jurisdiction
        FILE STATUS IS WS-TAX-STATUS.

    SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT ShipmentFile ASSIGN TO "SHIPMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHIPMENT-STATUS.

    SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKORDER-STATUS.

    SELECT PickTicketFile ASSIGN TO "PICKTKT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PICK-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT ControlFile ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT RunControl ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT SortPickLines ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD OpenOrders.
COPY OPENORD.

FD OpenOrderWork.
01 OpenOrderWorkRecord PIC X(100).

FD OrderMaster.
COPY ORDERREC.

FD ItemMaster.
COPY ITEMMAST.

FD ItemWarehouse.
COPY ITEMWHSE.

FD CustomerMaster.
COPY CUSTMAST.

FD ShipToFile.
COPY SHIPTO.

FD TaxRateFile.
COPY TAXRATE.

FD OpenItemFile.
COPY OPENITEM.

FD ShipmentFile.
COPY SHIPMENT.

FD BackorderFile.
COPY BACKORD.

FD PickTicketFile.
01 PickTicketLine PIC X(80).

FD AuditLog.
COPY AUDITREC.

FD ControlFile.
COPY CTLREC.

FD RunControl.
COPY RUNCTL.

SD SortPickLines.
01 SortPickRec.
    05 SP-OrderNumber      PIC 9(16).
    05 SP-Location         PIC X(8).
    05 SP-ItemCode         PIC X(10).
    05 SP-LineNumber       PIC 99.
    05 SP-OrderDate        PIC 9(8).
    05 SP-CustomerNumber   PIC X(10).
    05 SP-ShipToCode       PIC X(4).
    05 SP-Description      PIC X(30).
    05 SP-Quantity         PIC S999.
    05 SP-Warehouse        PIC X(2).

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPTO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPMENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BACKORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PICK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTROL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

01 WS-TODAY          PIC 9(8).
01 WS-SHIPTO-AVAILABLE    PIC X VALUE 'N'.
01 WS-TAX-TABLE-AVAILABLE PIC X VALUE 'N'.

*> Pick tickets: zero prints every order still waiting for its
*> ticket; an order number reprints that one order's ticket.
01 WS-PICK-ORDER     PIC 9(16).
01 WS-PICK-ORDER-X   PIC X(16).
01 WS-FIRST-RECORD   PIC X.
01 WS-CURR-ORDER     PIC 9(16).
01 WS-TICKETS-PRINTED PIC 9(5).
01 WS-PICK-LINES     PIC 9(5).
01 WS-PICK-WORK      PIC X(80).
01 WS-EDIT-QTY       PIC ZZ9.

*> Delivery address for the order in hand: the ship-to record
*> when the order names one, else the bill-to address.
01 WS-SHIP-TO-NAME       PIC X(30).
01 WS-SHIP-TO-ADDRESS    PIC X(30).
01 WS-SHIP-TO-CITY-LINE  PIC X(40).
01 WS-BILL-TO-NAME       PIC X(30).
01 WS-BILL-TO-ADDRESS    PIC X(30).
01 WS-BILL-TO-CITY-LINE  PIC X(40).
01 WS-CUSTOMER-STATE     PIC XX.
01 WS-LOOKUP-CUSTOMER    PIC X(10).
01 WS-LOOKUP-SHIPTO      PIC X(4).

*> The order being confirmed, loaded from the open-order file.
01 WS-SHIP-ORDER-X   PIC X(16).
01 WS-SHIP-ORDER     PIC 9(16).
01 WS-SHIP-CUSTOMER  PIC X(10).
01 WS-SHIP-TO-CODE   PIC X(4).
01 WS-TICKET-SEEN    PIC X.
01 WS-MAX-LINE-ITEMS PIC 99 VALUE 50.
01 WS-LINE-COUNT     PIC 99 VALUE 0.
01 WS-LINE-IDX       PIC 99.
01 WS-SHIP-LINES.
    05 WS-SHIP-LINE OCCURS 50 TIMES.
        10 WS-SL-LINE-NUMBER  PIC 99.
        10 WS-SL-ORDER-DATE   PIC 9(8).
        10 WS-SL-ITEM-CODE    PIC X(10).
        10 WS-SL-ORDERED      PIC 999.
        10 WS-SL-SHIPPED      PIC 999.
        10 WS-SL-PRICE        PIC 999V99.
        10 WS-SL-TOTAL        PIC 9(6)V99.
        10 WS-SL-SALESPERSON  PIC X(3).
        10 WS-SL-UNIT-COST    PIC 999V99.
        10 WS-SL-BACKORDER    PIC X.
        10 WS-SL-PRICE-SRC    PIC X.
        10 WS-SL-WHSE         PIC X(2).
01 WS-QTY-X          PIC X(3).
01 WS-QTY-VALID      PIC X.
01 WS-ENTERED-QTY    PIC S9(5).
01 WS-SHORT-QTY      PIC 999.
01 WS-ANSWER         PIC X.
01 WS-CARRIER        PIC X(15).
01 WS-TRACKING-REF   PIC X(30).
01 WS-UNITS-SHIPPED  PIC 9(5).
01 WS-LINES-SHIPPED  PIC 99.
01 WS-LINES-SHORT    PIC 99.

*> Pricing on the shipped quantity: same quantity-break discount
*> and tax selection OrderingSystem applied when the order was
*> taken, so a complete shipment bills exactly what was quoted.
01 WS-LINE-SUBTOTAL  PIC 9(6)V99.
01 WS-DISCOUNT-RATE  PIC V999.
01 WS-DEFAULT-TAX-RATE PIC V999 VALUE .075.
01 WS-TAX-RATE       PIC V999 VALUE .075.
01 WS-ORDER-GRAND-TOTAL PIC S9(6)V99.
01 WS-SALES-TAX      PIC S9(5)V99.
*> Exemption in force on the ship date: the invoice lines are
*> marked E and the rate is zero.
01 WS-TAX-EXEMPT     PIC X VALUE 'N'.
01 WS-EXEMPT-CERT    PIC X(15).
01 WS-ORDER-FINAL-TOTAL PIC S9(6)V99.
01 WS-INVOICE-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-PRICE-NOTE     PIC X(9).

*> Order Master lines and dollars written this session, for the
*> control record the balancing gate sums.
01 WS-MASTER-LINES   PIC 9(7) VALUE 0.
01 WS-MASTER-DOLLARS PIC S9(9)V99 VALUE 0.
01 WS-SHIPMENTS      PIC 9(5) VALUE 0.

*> Listing of orders awaiting shipment.
01 WS-LIST-LINES     PIC 99.
01 WS-LIST-VALUE     PIC S9(7)V99.
01 WS-LIST-DATE      PIC 9(8).
01 WS-LIST-CUSTOMER  PIC X(10).
01 WS-LIST-STATUS    PIC X(8).
01 WS-LIST-COUNT     PIC 9(5).
01 WS-EDIT-AMOUNT    PIC -(7)9.99.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEMWHSE-STATUS==.

*> Stock by warehouse. WS-STOCK-WHSE names the warehouse the
*> stock paragraphs work on; 01 is the main warehouse.
01 WS-MAIN-WAREHOUSE PIC X(2) VALUE "01".
01 WS-STOCK-WHSE     PIC X(2).
01 WS-IW-ON-FILE     PIC X.
01 WS-SHIP-CUST-OK   PIC X.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM OpenShippingFiles

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY " "
        DISPLAY "1. Print Pick Tickets For New Orders"
        DISPLAY "2. Reprint A Pick Ticket"
        DISPLAY "3. Confirm A Shipment"
        DISPLAY "4. List Orders Awaiting Shipment"
        DISPLAY "5. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                MOVE 0 TO WS-PICK-ORDER
                PERFORM PrintPickTickets
            WHEN '2'
                DISPLAY "Enter order number: " WITH NO ADVANCING
                ACCEPT WS-PICK-ORDER-X
                IF WS-PICK-ORDER-X NOT = SPACES
                    MOVE WS-PICK-ORDER-X TO WS-PICK-ORDER
                    PERFORM PrintPickTickets
                END-IF
            WHEN '3'
                PERFORM ConfirmShipment
            WHEN '4'
                PERFORM ListOpenOrders
            WHEN '5'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM

    PERFORM WriteControlTotals
    CLOSE ItemMaster
    CLOSE ItemWarehouse
    CLOSE CustomerMaster
    CLOSE OpenItemFile
    IF WS-SHIPTO-AVAILABLE = 'Y'
        CLOSE ShipToFile
    END-IF
    IF WS-TAX-TABLE-AVAILABLE = 'Y'
        CLOSE TaxRateFile
    END-IF
    CLOSE AuditLog
    GOBACK.

*> No update work while the nightly stream owns the files: the
*> interlock flag locks the session out, and the emergency
*> override is taken only on an explicit keyword and is
*> audit-logged before anything else happens.
CheckRunControl.
    OPEN INPUT RunControl
    IF WS-RUNCTL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-RUNCTL-STATUS-OK
        DISPLAY "WarehouseShipping: error reading run-control "
            "file, status = " WS-RUNCTL-STATUS
        EXIT PARAGRAPH
    END-IF
    READ RunControl
        AT END
            CLOSE RunControl
            EXIT PARAGRAPH
    END-READ
    CLOSE RunControl
    IF NOT RC-Batch-Running
        EXIT PARAGRAPH
    END-IF
    DISPLAY "*** BATCH IN PROGRESS since " RC-SetDate " "
        RC-SetTime "; update work is locked out. ***"
    DISPLAY "Type OVERRIDE to continue anyway (emergencies only): "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        DISPLAY "Session refused while batch is in progress."
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
    PERFORM WriteAuditRecord
    CLOSE AuditLog
    DISPLAY "Override accepted and audit-logged.".

OpenShippingFiles.
    OPEN I-O ItemMaster
    IF NOT WS-ITEM-STATUS-OK
        DISPLAY "WarehouseShipping: error opening Item Master, "
            "status = " WS-ITEM-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM OpenWarehouseStock

    OPEN I-O CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "WarehouseShipping: error opening Customer Master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O OpenItemFile
    IF WS-OPENITEM-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenItemFile
        CLOSE OpenItemFile
        OPEN I-O OpenItemFile
    END-IF
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "WarehouseShipping: error opening open-item file, "
            "status = " WS-OPENITEM-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT ShipToFile
    IF WS-SHIPTO-STATUS-OK
        MOVE 'Y' TO WS-SHIPTO-AVAILABLE
    END-IF

    OPEN INPUT TaxRateFile
    IF WS-TAX-STATUS-OK
        MOVE 'Y' TO WS-TAX-TABLE-AVAILABLE
    ELSE
        DISPLAY "WarehouseShipping: tax rate table unavailable; the "
            "in-state default rate applies."
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
        DISPLAY "WarehouseShipping: error opening warehouse stock, "
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
                    DISPLAY "WarehouseShipping: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "WarehouseShipping: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "WarehouseShipping: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

*> A line written before warehouses were split ships from main.
SetLineWarehouse.
    MOVE OO-Warehouse TO WS-STOCK-WHSE
    IF WS-STOCK-WHSE = SPACES
        MOVE WS-MAIN-WAREHOUSE TO WS-STOCK-WHSE
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "WarehouseShipping: error opening audit log, status = "
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "WhseShip" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "WarehouseShipping: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

WriteControlTotals.
    IF WS-MASTER-LINES = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ControlFile
    IF WS-CONTROL-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ControlFile
        CLOSE ControlFile
        OPEN EXTEND ControlFile
    END-IF
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "WarehouseShipping: error opening control file, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "WhseShip" TO CT-Program-Id
    MOVE WS-TODAY TO CT-RunDate
    ACCEPT CT-RunTime FROM TIME
    MOVE WS-MASTER-LINES TO CT-RecordsWritten
    MOVE 0 TO CT-RecordsDeleted
    MOVE WS-MASTER-DOLLARS TO CT-DollarTotal
    WRITE ControlRecord
    IF NOT WS-CONTROL-STATUS-OK
        DISPLAY "WarehouseShipping: error writing control record, "
            "status = " WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ControlFile.

*> Delivery address for WS-LOOKUP-CUSTOMER / WS-LOOKUP-SHIPTO. The
*> bill-to address is always loaded (the invoice needs it); a
*> ship-to code that has since been deleted falls back to it.
ResolveAddresses.
    MOVE SPACES TO WS-BILL-TO-NAME
    MOVE SPACES TO WS-BILL-TO-ADDRESS
    MOVE SPACES TO WS-BILL-TO-CITY-LINE
    MOVE SPACES TO WS-CUSTOMER-STATE
    MOVE WS-LOOKUP-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE "(NOT ON CUSTOMER MASTER)" TO WS-BILL-TO-NAME
        NOT INVALID KEY
            MOVE CM-Name TO WS-BILL-TO-NAME
            MOVE CM-Address TO WS-BILL-TO-ADDRESS
            MOVE CM-State TO WS-CUSTOMER-STATE
            STRING CM-City DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                CM-State DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CM-Zip DELIMITED BY SIZE
                INTO WS-BILL-TO-CITY-LINE
    END-READ
    MOVE WS-BILL-TO-NAME TO WS-SHIP-TO-NAME
    MOVE WS-BILL-TO-ADDRESS TO WS-SHIP-TO-ADDRESS
    MOVE WS-BILL-TO-CITY-LINE TO WS-SHIP-TO-CITY-LINE
    IF WS-LOOKUP-SHIPTO = SPACES OR WS-SHIPTO-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOOKUP-CUSTOMER TO SA-CustomerNumber
    MOVE WS-LOOKUP-SHIPTO TO SA-ShipToCode
    READ ShipToFile
        INVALID KEY
            DISPLAY "Ship-to " WS-LOOKUP-SHIPTO " is no longer on "
                "file for customer " WS-LOOKUP-CUSTOMER
                "; using the bill-to address."
        NOT INVALID KEY
            MOVE SA-Name TO WS-SHIP-TO-NAME
            MOVE SA-Address TO WS-SHIP-TO-ADDRESS
            MOVE SPACES TO WS-SHIP-TO-CITY-LINE
            STRING SA-City DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                SA-State DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SA-Zip DELIMITED BY SIZE
                INTO WS-SHIP-TO-CITY-LINE
    END-READ.

*> ------------------------------------------------------------------
*> Pick tickets to PICKTKT.RPT, one per order, lines in warehouse
*> location order so the picker walks the aisles once. New-ticket
*> runs then mark the lines printed so they do not print again.
*> ------------------------------------------------------------------
PrintPickTickets.
    OPEN INPUT OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        DISPLAY "No orders are awaiting shipment."
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "WarehouseShipping: error opening open-order file, "
            "status = " WS-OPEN-ORDER-STATUS
        EXIT PARAGRAPH
    END-IF
    CLOSE OpenOrders

    OPEN OUTPUT PickTicketFile
    IF NOT WS-PICK-STATUS-OK
        DISPLAY "WarehouseShipping: error opening pick ticket file, "
            "status = " WS-PICK-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-TICKETS-PRINTED
    MOVE 0 TO WS-PICK-LINES

    SORT SortPickLines
        ON ASCENDING KEY SP-OrderNumber SP-Location SP-ItemCode
        INPUT PROCEDURE IS ReleasePickLines
        OUTPUT PROCEDURE IS PrintSortedPickLines

    CLOSE PickTicketFile
    IF WS-TICKETS-PRINTED = 0
        IF WS-PICK-ORDER = 0
            DISPLAY "No new orders need a pick ticket."
        ELSE
            DISPLAY "Order " WS-PICK-ORDER " is not awaiting shipment."
        END-IF
        EXIT PARAGRAPH
    END-IF
    DISPLAY WS-TICKETS-PRINTED " pick ticket(s), " WS-PICK-LINES
        " line(s) written to PICKTKT.RPT."
    IF WS-PICK-ORDER = 0
        PERFORM MarkTicketsPrinted
    END-IF.

ReleasePickLines.
    OPEN INPUT OpenOrders
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ReleaseOnePickLine
        END-READ
    END-PERFORM
    CLOSE OpenOrders.

ReleaseOnePickLine.
    IF WS-PICK-ORDER = 0
        IF NOT OO-AwaitingTicket
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF OO-OrderNumber NOT = WS-PICK-ORDER
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE OO-OrderNumber TO SP-OrderNumber
    MOVE OO-ItemCode TO SP-ItemCode
    MOVE OO-LineNumber TO SP-LineNumber
    MOVE OO-OrderDate TO SP-OrderDate
    MOVE OO-CustomerNumber TO SP-CustomerNumber
    MOVE OO-ShipToCode TO SP-ShipToCode
    MOVE OO-Quantity TO SP-Quantity
    PERFORM SetLineWarehouse
    MOVE WS-STOCK-WHSE TO SP-Warehouse
    MOVE OO-ItemCode TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            MOVE "????????" TO SP-Location
            MOVE "(NOT ON ITEM MASTER)" TO SP-Description
        NOT INVALID KEY
            PERFORM ReadItemWarehouse
            MOVE IW-Location TO SP-Location
            MOVE IM-Description TO SP-Description
    END-READ
    RELEASE SortPickRec.

PrintSortedPickLines.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortPickLines
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintOnePickLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM FinishPickTicket
    END-IF.

PrintOnePickLine.
    IF WS-FIRST-RECORD = 'N'
        AND SP-OrderNumber NOT = WS-CURR-ORDER
        PERFORM FinishPickTicket
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SP-OrderNumber TO WS-CURR-ORDER
        PERFORM StartPickTicket
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    MOVE SP-Quantity TO WS-EDIT-QTY
    MOVE SPACES TO WS-PICK-WORK
    STRING SP-Location "  " SP-ItemCode "  " SP-Description "  "
        WS-EDIT-QTY "   ________"
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    ADD 1 TO WS-PICK-LINES.

StartPickTicket.
    ADD 1 TO WS-TICKETS-PRINTED
    MOVE SP-CustomerNumber TO WS-LOOKUP-CUSTOMER
    MOVE SP-ShipToCode TO WS-LOOKUP-SHIPTO
    PERFORM ResolveAddresses
    MOVE ALL "=" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE "                    ACME MAIL ORDER COMPANY" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE "                          PICK TICKET" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE ALL "-" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    STRING "Order Number: " SP-OrderNumber "   Order Date: "
        SP-OrderDate
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    STRING "Customer:     " SP-CustomerNumber "  " WS-BILL-TO-NAME
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    STRING "Ship To:      " WS-SHIP-TO-NAME
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    STRING "              " WS-SHIP-TO-ADDRESS
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    STRING "              " WS-SHIP-TO-CITY-LINE
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    STRING "Ship From:    Warehouse " SP-Warehouse
        DELIMITED BY SIZE INTO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE ALL "-" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE "Location  Item Code   Description                     Qty"
        & "   Picked" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE ALL "-" TO WS-PICK-WORK
    PERFORM WritePickLine.

FinishPickTicket.
    MOVE ALL "-" TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE "Picked by: ____________   Checked by: ____________"
        TO WS-PICK-WORK
    PERFORM WritePickLine
    MOVE SPACES TO WS-PICK-WORK
    PERFORM WritePickLine.

WritePickLine.
    WRITE PickTicketLine FROM WS-PICK-WORK
    IF NOT WS-PICK-STATUS-OK
        DISPLAY "WarehouseShipping: error writing pick ticket, "
            "status = " WS-PICK-STATUS
    END-IF.

*> The lines just printed are stamped so the next run picks up
*> only orders entered since; the file is rebuilt through the work
*> file the way the held-order queue is.
MarkTicketsPrinted.
    OPEN INPUT OpenOrders
    OPEN OUTPUT OpenOrderWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "WarehouseShipping: error opening open-order work "
            "file, status = " WS-WORK-STATUS
        CLOSE OpenOrders
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OO-AwaitingTicket
                    SET OO-TicketPrinted TO TRUE
                    MOVE WS-TODAY TO OO-PickDate
                END-IF
                WRITE OpenOrderWorkRecord FROM OpenOrderRecord
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    CLOSE OpenOrderWork
    PERFORM CopyBackOpenOrders.

CopyBackOpenOrders.
    OPEN INPUT OpenOrderWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "WarehouseShipping: error reopening open-order work "
            "file, status = " WS-WORK-STATUS
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OpenOrders
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "WarehouseShipping: error rewriting open-order file, "
            "status = " WS-OPEN-ORDER-STATUS
        CLOSE OpenOrderWork
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrderWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                WRITE OpenOrderRecord FROM OpenOrderWorkRecord
        END-READ
    END-PERFORM
    CLOSE OpenOrderWork
    CLOSE OpenOrders.

*> ------------------------------------------------------------------
*> Shipment confirmation: the warehouse keys what actually left on
*> each line and the carrier / tracking reference. The shipped
*> lines go to the Order Master under today's date, the customer
*> is billed and the open item written, and the invoice prints.
*> Short quantities go back on hand or onto the backorder file.
*> ------------------------------------------------------------------
ConfirmShipment.
    DISPLAY "Enter order number to confirm: " WITH NO ADVANCING
    ACCEPT WS-SHIP-ORDER-X
    IF WS-SHIP-ORDER-X = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SHIP-ORDER-X TO WS-SHIP-ORDER

    PERFORM LoadOpenOrder
    IF WS-LINE-COUNT = 0
        DISPLAY "Order " WS-SHIP-ORDER " is not awaiting shipment."
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SHIP-CUSTOMER TO WS-LOOKUP-CUSTOMER
    MOVE WS-SHIP-TO-CODE TO WS-LOOKUP-SHIPTO
    PERFORM ResolveAddresses
    DISPLAY " "
    DISPLAY "Order " WS-SHIP-ORDER "  Customer " WS-SHIP-CUSTOMER
        "  " WS-BILL-TO-NAME
    DISPLAY "Ship To: " WS-SHIP-TO-NAME
    DISPLAY "         " WS-SHIP-TO-ADDRESS
    DISPLAY "         " WS-SHIP-TO-CITY-LINE
    IF WS-TICKET-SEEN = 'N'
        DISPLAY "NOTE: no pick ticket has been printed for this order."
    END-IF
    PERFORM VerifyShipCustomer
    IF WS-SHIP-CUST-OK = 'N'
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-UNITS-SHIPPED
    PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
            UNTIL WS-LINE-IDX > WS-LINE-COUNT
        PERFORM EnterShippedQuantity
    END-PERFORM
    IF WS-UNITS-SHIPPED = 0
        DISPLAY "Nothing shipped; the order stays open."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CARRIER
    PERFORM UNTIL WS-CARRIER NOT = SPACES
        DISPLAY "Carrier: " WITH NO ADVANCING
        ACCEPT WS-CARRIER
    END-PERFORM
    DISPLAY "Tracking reference (blank = none): " WITH NO ADVANCING
    ACCEPT WS-TRACKING-REF

    DISPLAY "Post this shipment and invoice the customer? (Y/N): "
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
        DISPLAY "Shipment not posted; the order stays open."
        EXIT PARAGRAPH
    END-IF

    PERFORM PostShipment.

LoadOpenOrder.
    MOVE 0 TO WS-LINE-COUNT
    MOVE 'Y' TO WS-TICKET-SEEN
    OPEN INPUT OpenOrders
    IF NOT WS-OPEN-ORDER-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OO-OrderNumber = WS-SHIP-ORDER
                    PERFORM LoadOneOpenLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE OpenOrders.

LoadOneOpenLine.
    IF WS-LINE-COUNT >= WS-MAX-LINE-ITEMS
        DISPLAY "WarehouseShipping: more than " WS-MAX-LINE-ITEMS
            " lines on order " OO-OrderNumber "; extra lines ignored."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LINE-COUNT
    MOVE OO-CustomerNumber TO WS-SHIP-CUSTOMER
    MOVE OO-ShipToCode TO WS-SHIP-TO-CODE
    IF OO-AwaitingTicket
        MOVE 'N' TO WS-TICKET-SEEN
    END-IF
    MOVE OO-LineNumber TO WS-SL-LINE-NUMBER (WS-LINE-COUNT)
    MOVE OO-OrderDate TO WS-SL-ORDER-DATE (WS-LINE-COUNT)
    MOVE OO-ItemCode TO WS-SL-ITEM-CODE (WS-LINE-COUNT)
    MOVE OO-Quantity TO WS-SL-ORDERED (WS-LINE-COUNT)
    MOVE OO-Quantity TO WS-SL-SHIPPED (WS-LINE-COUNT)
    MOVE OO-Price TO WS-SL-PRICE (WS-LINE-COUNT)
    MOVE OO-TotalCost TO WS-SL-TOTAL (WS-LINE-COUNT)
    MOVE OO-Salesperson TO WS-SL-SALESPERSON (WS-LINE-COUNT)
    IF OO-UnitCost NUMERIC
        MOVE OO-UnitCost TO WS-SL-UNIT-COST (WS-LINE-COUNT)
    ELSE
        MOVE 0 TO WS-SL-UNIT-COST (WS-LINE-COUNT)
    END-IF
    MOVE OO-PriceSource TO WS-SL-PRICE-SRC (WS-LINE-COUNT)
    PERFORM SetLineWarehouse
    MOVE WS-STOCK-WHSE TO WS-SL-WHSE (WS-LINE-COUNT)
    MOVE 'N' TO WS-SL-BACKORDER (WS-LINE-COUNT).

EnterShippedQuantity.
    MOVE 'N' TO WS-QTY-VALID
    PERFORM UNTIL WS-QTY-VALID = 'Y'
        DISPLAY "Line " WS-SL-LINE-NUMBER (WS-LINE-IDX) ": "
            WS-SL-ITEM-CODE (WS-LINE-IDX) " ordered "
            WS-SL-ORDERED (WS-LINE-IDX)
            ". Quantity shipped (blank = all): " WITH NO ADVANCING
        ACCEPT WS-QTY-X
        IF WS-QTY-X = SPACES
            MOVE WS-SL-ORDERED (WS-LINE-IDX)
                TO WS-SL-SHIPPED (WS-LINE-IDX)
            MOVE 'Y' TO WS-QTY-VALID
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-QTY-X) NOT = 0
                DISPLAY "Enter a quantity from 0 to "
                    WS-SL-ORDERED (WS-LINE-IDX) "."
            ELSE
                COMPUTE WS-ENTERED-QTY = FUNCTION NUMVAL(WS-QTY-X)
                IF WS-ENTERED-QTY < 0
                    OR WS-ENTERED-QTY > WS-SL-ORDERED (WS-LINE-IDX)
                    DISPLAY "Enter a quantity from 0 to "
                        WS-SL-ORDERED (WS-LINE-IDX) "."
                ELSE
                    MOVE WS-ENTERED-QTY TO WS-SL-SHIPPED (WS-LINE-IDX)
                    MOVE 'Y' TO WS-QTY-VALID
                END-IF
            END-IF
        END-IF
    END-PERFORM
    ADD WS-SL-SHIPPED (WS-LINE-IDX) TO WS-UNITS-SHIPPED
    IF WS-SL-SHIPPED (WS-LINE-IDX) < WS-SL-ORDERED (WS-LINE-IDX)
        COMPUTE WS-SHORT-QTY = WS-SL-ORDERED (WS-LINE-IDX)
            - WS-SL-SHIPPED (WS-LINE-IDX)
        DISPLAY "Backorder the " WS-SHORT-QTY " not shipped? (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
            MOVE 'Y' TO WS-SL-BACKORDER (WS-LINE-IDX)
        END-IF
    END-IF.

*> An order whose customer has left the Customer Master (merged
*> away or deleted since it was taken) cannot be billed: nothing
*> is posted and the order stays open until customer service
*> moves it to the right account.
VerifyShipCustomer.
    MOVE 'Y' TO WS-SHIP-CUST-OK
    MOVE WS-SHIP-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE 'N' TO WS-SHIP-CUST-OK
            DISPLAY "WarehouseShipping: customer " WS-SHIP-CUSTOMER
                " is not on the Customer Master; order "
                WS-SHIP-ORDER " not billed and stays open."
            MOVE 4 TO RETURN-CODE
    END-READ.

PostShipment.
    PERFORM VerifyShipCustomer
    IF WS-SHIP-CUST-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND OrderMaster
    IF WS-ORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OrderMaster
        CLOSE OrderMaster
        OPEN EXTEND OrderMaster
    END-IF
    IF NOT WS-ORDER-STATUS-OK
        DISPLAY "WarehouseShipping: error opening Order Master, "
            "status = " WS-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    PERFORM LookUpTaxRate
    PERFORM CheckTaxExemption
    MOVE 0 TO WS-ORDER-GRAND-TOTAL
    MOVE 0 TO WS-LINES-SHIPPED
    MOVE 0 TO WS-LINES-SHORT
    PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
            UNTIL WS-LINE-IDX > WS-LINE-COUNT
        PERFORM PostShippedLine
    END-PERFORM
    CLOSE OrderMaster

    COMPUTE WS-SALES-TAX ROUNDED = WS-ORDER-GRAND-TOTAL * WS-TAX-RATE
    COMPUTE WS-ORDER-FINAL-TOTAL ROUNDED =
        WS-ORDER-GRAND-TOTAL + WS-SALES-TAX

    PERFORM PostShipmentToCustomer
    PERFORM WriteOpenItem
    PERFORM WriteShipmentRecord
    PERFORM RemoveShippedOrder
    ADD 1 TO WS-SHIPMENTS
    PERFORM PrintInvoice.

PostShippedLine.
    IF WS-SL-SHIPPED (WS-LINE-IDX) > 0
        PERFORM WriteShippedLine
    END-IF
    IF WS-SL-SHIPPED (WS-LINE-IDX) < WS-SL-ORDERED (WS-LINE-IDX)
        PERFORM ReturnShortToStock
    END-IF.

WriteShippedLine.
    IF WS-SL-SHIPPED (WS-LINE-IDX) NOT = WS-SL-ORDERED (WS-LINE-IDX)
        PERFORM ComputeLineTotal
    END-IF
    MOVE WS-SHIP-ORDER TO OM-OrderNumber
    MOVE WS-TODAY TO OM-OrderDate
    MOVE WS-SHIP-CUSTOMER TO OM-CustomerNumber
    MOVE WS-SL-LINE-NUMBER (WS-LINE-IDX) TO OM-LineNumber
    MOVE WS-SL-ITEM-CODE (WS-LINE-IDX) TO OM-ItemCode
    MOVE WS-SL-SHIPPED (WS-LINE-IDX) TO OM-Quantity
    MOVE WS-SL-PRICE (WS-LINE-IDX) TO OM-Price
    MOVE WS-SL-TOTAL (WS-LINE-IDX) TO OM-TotalCost
    MOVE WS-SL-SALESPERSON (WS-LINE-IDX) TO OM-Salesperson
    MOVE WS-SL-UNIT-COST (WS-LINE-IDX) TO OM-UnitCost
    MOVE WS-SL-PRICE-SRC (WS-LINE-IDX) TO OM-PriceSource
    MOVE WS-SL-WHSE (WS-LINE-IDX) TO OM-Warehouse
    IF WS-TAX-EXEMPT = 'Y'
        SET OM-Tax-Exempt TO TRUE
    ELSE
        SET OM-Taxable TO TRUE
    END-IF
    WRITE OrderRecord
    IF NOT WS-ORDER-STATUS-OK
        DISPLAY "WarehouseShipping: error writing order line, "
            "status = " WS-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-MASTER-LINES
    ADD OM-TotalCost TO WS-MASTER-DOLLARS
    ADD OM-TotalCost TO WS-ORDER-GRAND-TOTAL
    ADD 1 TO WS-LINES-SHIPPED
    MOVE "SHIP" TO WS-AUDIT-ACTION
    MOVE WS-SL-ITEM-CODE (WS-LINE-IDX) TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> Same quantity breaks as order entry, applied to what shipped.
ComputeLineTotal.
    COMPUTE WS-LINE-SUBTOTAL =
        WS-SL-SHIPPED (WS-LINE-IDX) * WS-SL-PRICE (WS-LINE-IDX)
    EVALUATE TRUE
        WHEN WS-SL-SHIPPED (WS-LINE-IDX) >= 100
            MOVE .10 TO WS-DISCOUNT-RATE
        WHEN WS-SL-SHIPPED (WS-LINE-IDX) >= 50
            MOVE .05 TO WS-DISCOUNT-RATE
        WHEN WS-SL-SHIPPED (WS-LINE-IDX) >= 10
            MOVE .02 TO WS-DISCOUNT-RATE
        WHEN OTHER
            MOVE 0 TO WS-DISCOUNT-RATE
    END-EVALUATE
    COMPUTE WS-SL-TOTAL (WS-LINE-IDX) ROUNDED =
        WS-LINE-SUBTOTAL - (WS-LINE-SUBTOTAL * WS-DISCOUNT-RATE).

*> Stock was committed when the order was taken; what did not ship
*> goes back on hand in the warehouse it was to ship from, and onto
*> the backorder file if the customer still wants it.
ReturnShortToStock.
    ADD 1 TO WS-LINES-SHORT
    COMPUTE WS-SHORT-QTY = WS-SL-ORDERED (WS-LINE-IDX)
        - WS-SL-SHIPPED (WS-LINE-IDX)
    MOVE WS-SL-ITEM-CODE (WS-LINE-IDX) TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "WarehouseShipping: item " IM-ItemCode " no longer "
                "on the Item Master; stock not adjusted."
        NOT INVALID KEY
            MOVE WS-SL-WHSE (WS-LINE-IDX) TO WS-STOCK-WHSE
            PERFORM ReadItemWarehouse
            ADD WS-SHORT-QTY TO IW-QtyOnHand
            ADD WS-SHORT-QTY TO IM-QtyOnHand
            REWRITE ItemMasterRecord
                INVALID KEY
                    DISPLAY "WarehouseShipping: could not restock item "
                        IM-ItemCode ", status = " WS-ITEM-STATUS
                NOT INVALID KEY
                    PERFORM SaveItemWarehouse
            END-REWRITE
    END-READ
    MOVE "SHORTSHIP" TO WS-AUDIT-ACTION
    MOVE WS-SL-ITEM-CODE (WS-LINE-IDX) TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    IF WS-SL-BACKORDER (WS-LINE-IDX) = 'Y'
        PERFORM WriteBackorder
    END-IF.

WriteBackorder.
    OPEN EXTEND BackorderFile
    IF WS-BACKORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT BackorderFile
        CLOSE BackorderFile
        OPEN EXTEND BackorderFile
    END-IF
    IF NOT WS-BACKORDER-STATUS-OK
        DISPLAY "WarehouseShipping: error opening backorder file, "
            "status = " WS-BACKORDER-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SHIP-CUSTOMER TO BO-CustomerNumber
    MOVE WS-SL-ITEM-CODE (WS-LINE-IDX) TO BO-ItemCode
    MOVE WS-SHORT-QTY TO BO-Quantity
    MOVE WS-SL-ORDER-DATE (WS-LINE-IDX) TO BO-OrderDate
    MOVE WS-SL-SALESPERSON (WS-LINE-IDX) TO BO-Salesperson
    MOVE WS-SL-WHSE (WS-LINE-IDX) TO BO-Warehouse
    WRITE BackorderRecord
    IF NOT WS-BACKORDER-STATUS-OK
        DISPLAY "WarehouseShipping: error writing backorder, "
            "status = " WS-BACKORDER-STATUS
    END-IF
    CLOSE BackorderFile
    MOVE "BACKORDER" TO WS-AUDIT-ACTION
    MOVE WS-SL-ITEM-CODE (WS-LINE-IDX) TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> Pick the rate for the bill-to state, as order entry and the
*> invoice reprint do.
LookUpTaxRate.
    MOVE WS-DEFAULT-TAX-RATE TO WS-TAX-RATE
    IF WS-TAX-TABLE-AVAILABLE = 'N'
        OR WS-CUSTOMER-STATE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CUSTOMER-STATE TO TX-Jurisdiction
    READ TaxRateFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE TX-Rate TO WS-TAX-RATE
    END-READ.

*> The invoice date decides: a certificate for the bill-to state
*> still good on the ship date bills the shipment tax-free, one
*> that has lapsed since the order was taken does not.
CheckTaxExemption.
    MOVE 'N' TO WS-TAX-EXEMPT
    MOVE SPACES TO WS-EXEMPT-CERT
    MOVE WS-SHIP-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF CM-ExemptCertNumber = SPACES
        OR CM-ExemptJurisdiction NOT = WS-CUSTOMER-STATE
        EXIT PARAGRAPH
    END-IF
    IF CM-ExemptExpiry NOT NUMERIC
        OR CM-ExemptExpiry < WS-TODAY
        DISPLAY "NOTE: exemption certificate " CM-ExemptCertNumber
            " expired " CM-ExemptExpiry "; sales tax applies."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-TAX-EXEMPT
    MOVE CM-ExemptCertNumber TO WS-EXEMPT-CERT
    MOVE 0 TO WS-TAX-RATE.

PostShipmentToCustomer.
    MOVE WS-SHIP-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY "WarehouseShipping: could not re-read customer "
                WS-SHIP-CUSTOMER " to post invoice total."
        NOT INVALID KEY
            ADD WS-ORDER-FINAL-TOTAL TO CM-Balance
            REWRITE CustomerRecord
                INVALID KEY
                    DISPLAY "WarehouseShipping: could not update "
                        "balance for customer " CM-CustomerNumber
                        ", status = " WS-CUSTOMER-STATUS
            END-REWRITE
    END-READ.

*> One open AR item per invoice, at the billed total (merchandise
*> plus tax), keyed by the order number the invoice carries.
WriteOpenItem.
    MOVE WS-SHIP-ORDER TO OI-InvoiceNumber
    MOVE WS-SHIP-CUSTOMER TO OI-CustomerNumber
    MOVE WS-TODAY TO OI-InvoiceDate
    MOVE WS-ORDER-FINAL-TOTAL TO OI-OriginalAmount
    MOVE 0 TO OI-AmountPaid
    SET OI-Type-Invoice TO TRUE
    SET OI-Open TO TRUE
    WRITE OpenItemRecord
        INVALID KEY
            DISPLAY "WarehouseShipping: could not write open item for "
                "invoice " WS-SHIP-ORDER ", status = "
                WS-OPENITEM-STATUS
    END-WRITE.

WriteShipmentRecord.
    OPEN EXTEND ShipmentFile
    IF WS-SHIPMENT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ShipmentFile
        CLOSE ShipmentFile
        OPEN EXTEND ShipmentFile
    END-IF
    IF NOT WS-SHIPMENT-STATUS-OK
        DISPLAY "WarehouseShipping: error opening shipment register, "
            "status = " WS-SHIPMENT-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SHIP-ORDER TO SR-OrderNumber
    MOVE WS-TODAY TO SR-ShipDate
    MOVE WS-SHIP-CUSTOMER TO SR-CustomerNumber
    MOVE WS-SHIP-TO-CODE TO SR-ShipToCode
    MOVE WS-CARRIER TO SR-Carrier
    MOVE WS-TRACKING-REF TO SR-TrackingRef
    MOVE WS-LINES-SHIPPED TO SR-LinesShipped
    MOVE WS-LINES-SHORT TO SR-LinesShort
    MOVE WS-ORDER-FINAL-TOTAL TO SR-InvoiceTotal
    WRITE ShipmentRecord
    IF NOT WS-SHIPMENT-STATUS-OK
        DISPLAY "WarehouseShipping: error writing shipment register, "
            "status = " WS-SHIPMENT-STATUS
    END-IF
    CLOSE ShipmentFile.

*> Every line of the order leaves the open-order file: shipped
*> lines are on the Order Master, short lines went back on hand
*> or onto the backorder file.
RemoveShippedOrder.
    OPEN INPUT OpenOrders
    OPEN OUTPUT OpenOrderWork
    IF NOT WS-WORK-STATUS-OK
        DISPLAY "WarehouseShipping: error opening open-order work "
            "file, status = " WS-WORK-STATUS
        CLOSE OpenOrders
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OO-OrderNumber NOT = WS-SHIP-ORDER
                    WRITE OpenOrderWorkRecord FROM OpenOrderRecord
                END-IF
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    CLOSE OpenOrderWork
    PERFORM CopyBackOpenOrders.

PrintInvoice.
    MOVE WS-TODAY (5:2) TO WS-INVOICE-DATE-DISPLAY (1:2)
    MOVE WS-TODAY (7:2) TO WS-INVOICE-DATE-DISPLAY (4:2)
    MOVE WS-TODAY (1:4) TO WS-INVOICE-DATE-DISPLAY (7:4)

    DISPLAY " ".
    DISPLAY "                    ACME MAIL ORDER COMPANY".
    DISPLAY "                            INVOICE".
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Order Number: " WS-SHIP-ORDER
        "     Date: " WS-INVOICE-DATE-DISPLAY.
    DISPLAY "Bill To: " WS-SHIP-CUSTOMER "  " WS-BILL-TO-NAME.
    DISPLAY "         " WS-BILL-TO-ADDRESS.
    DISPLAY "         " WS-BILL-TO-CITY-LINE.
    DISPLAY "Ship To: " WS-SHIP-TO-NAME.
    DISPLAY "         " WS-SHIP-TO-ADDRESS.
    DISPLAY "         " WS-SHIP-TO-CITY-LINE.
    DISPLAY "Shipped Via: " WS-CARRIER "  Tracking: " WS-TRACKING-REF.
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Item Code      Quantity      Price       Line Total".
    DISPLAY "------------------------------------------------------------".
    PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
            UNTIL WS-LINE-IDX > WS-LINE-COUNT
        IF WS-SL-SHIPPED (WS-LINE-IDX) > 0
            IF WS-SL-PRICE-SRC (WS-LINE-IDX) = 'C'
                MOVE " CONTRACT" TO WS-PRICE-NOTE
            ELSE
                MOVE SPACES TO WS-PRICE-NOTE
            END-IF
            DISPLAY WS-SL-ITEM-CODE (WS-LINE-IDX) "     "
                WS-SL-SHIPPED (WS-LINE-IDX) "        $"
                WS-SL-PRICE (WS-LINE-IDX) "      $"
                WS-SL-TOTAL (WS-LINE-IDX) WS-PRICE-NOTE
        END-IF
    END-PERFORM.
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Subtotal:                                       $"
        WS-ORDER-GRAND-TOTAL.
    DISPLAY "Sales Tax:                                       $"
        WS-SALES-TAX.
    IF WS-TAX-EXEMPT = 'Y'
        DISPLAY "   Tax exempt: certificate " WS-EXEMPT-CERT
    END-IF
    DISPLAY "Order Total:                                     $"
        WS-ORDER-FINAL-TOTAL.
    DISPLAY "------------------------------------------------------------".
    IF WS-LINES-SHORT > 0
        DISPLAY "  " WS-LINES-SHORT " line(s) shipped short; any "
            "backordered balance ships separately."
    END-IF
    DISPLAY "                     Thank you for your order!".

*> ------------------------------------------------------------------
*> Orders awaiting shipment, one line per order. The open-order
*> file is written an order at a time, so an order's lines are
*> together.
*> ------------------------------------------------------------------
ListOpenOrders.
    OPEN INPUT OpenOrders
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "No orders are awaiting shipment."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Order Number      Ordered   Customer   Lines       Value"
        "  Ticket"
    DISPLAY "------------------------------------------------------------"
        "--------"
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'Y' TO WS-FIRST-RECORD
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ListOneOpenLine
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    IF WS-FIRST-RECORD = 'N'
        PERFORM ShowOpenOrder
    END-IF
    IF WS-LIST-COUNT = 0
        DISPLAY "No orders are awaiting shipment."
    END-IF.

ListOneOpenLine.
    IF WS-FIRST-RECORD = 'N'
        AND OO-OrderNumber NOT = WS-CURR-ORDER
        PERFORM ShowOpenOrder
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE OO-OrderNumber TO WS-CURR-ORDER
        MOVE OO-OrderDate TO WS-LIST-DATE
        MOVE OO-CustomerNumber TO WS-LIST-CUSTOMER
        MOVE 0 TO WS-LIST-LINES
        MOVE 0 TO WS-LIST-VALUE
        MOVE "PRINTED" TO WS-LIST-STATUS
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    ADD 1 TO WS-LIST-LINES
    ADD OO-TotalCost TO WS-LIST-VALUE
    IF OO-AwaitingTicket
        MOVE "NEEDED" TO WS-LIST-STATUS
    END-IF.

ShowOpenOrder.
    ADD 1 TO WS-LIST-COUNT
    MOVE WS-LIST-VALUE TO WS-EDIT-AMOUNT
    DISPLAY WS-CURR-ORDER "  " WS-LIST-DATE "  " WS-LIST-CUSTOMER " "
        WS-LIST-LINES "  " WS-EDIT-AMOUNT "  " WS-LIST-STATUS.
