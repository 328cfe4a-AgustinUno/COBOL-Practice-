        RECORD KEY IS TX-Jurisdiction
        FILE STATUS IS WS-TAX-STATUS.

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT ShipmentFile ASSIGN TO "SHIPMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHIPMENT-STATUS.

    SELECT ArchDirectory ASSIGN TO "ARCHDIR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIR-STATUS.
FD TaxRateFile.
COPY TAXRATE.

FD OpenOrders.
COPY OPENORD.

FD ShipmentFile.
COPY SHIPMENT.

FD ArchDirectory.
COPY ARCHDIR.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPMENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-DIR-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ARCHIVE-STATUS==.

01 WS-BILL-TO-CITY-LINE PIC X(40).

*> Same line table, tax selection, and totals layout as
*> WarehouseShipping's PrintInvoice, so a reprint matches the
*> original invoice.
01 WS-ORDER-GRAND-TOTAL PIC S9(6)V99.
01 WS-DEFAULT-TAX-RATE PIC V999 VALUE .075.
      10 WS-INV-QUANTITY  PIC S999 SIGN LEADING SEPARATE.
      10 WS-INV-PRICE     PIC 999V99.
      10 WS-INV-TOTAL     PIC S9(6)V99 SIGN LEADING SEPARATE.
      10 WS-INV-PRICE-SRC PIC X.
01 WS-INVOICE-IDX PIC 99.
01 WS-PRICE-NOTE PIC X(9).
01 WS-ORDER-TAX-STATUS PIC X VALUE SPACE.
01 WS-MAX-LINE-ITEMS PIC 99 VALUE 50.
01 WS-CUSTOMER-AVAILABLE PIC X VALUE 'N'.

*> An order not yet on the master may still be with the warehouse;
*> a shipped one shows the carrier from the shipment register.
01 WS-OPEN-LINES PIC 99.
01 WS-OPEN-VALUE PIC S9(7)V99.
01 WS-OPEN-PICK-STATUS PIC X(30).
01 WS-EDIT-AMOUNT PIC -(7)9.99.
01 WS-SHIP-CARRIER PIC X(15).
01 WS-SHIP-TRACKING PIC X(30).
01 WS-SHIP-DATE PIC 9(8).

PROCEDURE DIVISION.
    OPEN INPUT CustomerMaster
    IF WS-CUSTOMER-STATUS-OK
LookUpOrder.
    MOVE 0 TO WS-LINE-NUMBER
    MOVE 0 TO WS-ORDER-GRAND-TOTAL
    MOVE SPACE TO WS-ORDER-TAX-STATUS
    MOVE SPACES TO WS-CUSTOMER-NUMBER
    MOVE SPACES TO WS-FOUND-ARCHIVE

        PERFORM SearchArchives
    END-IF
    IF WS-LINE-NUMBER = 0
        PERFORM CheckOpenOrders
        EXIT PARAGRAPH
    END-IF

    PERFORM LookUpBillTo
    PERFORM ComputeOrderTax
    PERFORM LookUpShipment
    PERFORM PrintInvoice
    IF WS-FOUND-ARCHIVE NOT = SPACES
        DISPLAY "(reprinted from archive " WS-FOUND-ARCHIVE ")"
    END-IF.

CheckOpenOrders.
    MOVE 0 TO WS-OPEN-LINES
    MOVE 0 TO WS-OPEN-VALUE
    MOVE "pick ticket printed" TO WS-OPEN-PICK-STATUS
    OPEN INPUT OpenOrders
    IF WS-OPEN-ORDER-STATUS-OK
        MOVE 'N' TO WS-EOF-SWITCH
        PERFORM UNTIL WS-EOF-SWITCH = 'Y'
            READ OpenOrders
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF OO-OrderNumber = WS-SEARCH-ORDER
                        ADD 1 TO WS-OPEN-LINES
                        ADD OO-TotalCost TO WS-OPEN-VALUE
                        IF OO-AwaitingTicket
                            MOVE "pick ticket not yet printed"
                                TO WS-OPEN-PICK-STATUS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OpenOrders
    END-IF
    IF WS-OPEN-LINES = 0
        DISPLAY "Order " WS-SEARCH-ORDER " not found."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OPEN-VALUE TO WS-EDIT-AMOUNT
    DISPLAY "Order " WS-SEARCH-ORDER " is awaiting shipment and has "
        "not been invoiced yet."
    DISPLAY "  " WS-OPEN-LINES " line(s), merchandise $" WS-EDIT-AMOUNT
        "; " WS-OPEN-PICK-STATUS.

LookUpShipment.
    MOVE SPACES TO WS-SHIP-CARRIER
    MOVE SPACES TO WS-SHIP-TRACKING
    MOVE 0 TO WS-SHIP-DATE
    OPEN INPUT ShipmentFile
    IF NOT WS-SHIPMENT-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ShipmentFile
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF SR-OrderNumber = WS-SEARCH-ORDER
                    MOVE SR-Carrier TO WS-SHIP-CARRIER
                    MOVE SR-TrackingRef TO WS-SHIP-TRACKING
                    MOVE SR-ShipDate TO WS-SHIP-DATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShipmentFile.

*> Walk the archive directory oldest-first and scan each dated
*> archive until the order turns up.
SearchArchives.
    MOVE AO-Quantity TO WS-INV-QUANTITY (WS-LINE-NUMBER)
    MOVE AO-Price TO WS-INV-PRICE (WS-LINE-NUMBER)
    MOVE AO-TotalCost TO WS-INV-TOTAL (WS-LINE-NUMBER)
    MOVE AO-PriceSource TO WS-INV-PRICE-SRC (WS-LINE-NUMBER)
    MOVE AO-TaxStatus TO WS-ORDER-TAX-STATUS
    ADD AO-TotalCost TO WS-ORDER-GRAND-TOTAL
    MOVE AO-OrderDate TO WS-ORDER-DATE
    MOVE AO-CustomerNumber TO WS-CUSTOMER-NUMBER.
    MOVE OM-Quantity TO WS-INV-QUANTITY (WS-LINE-NUMBER)
    MOVE OM-Price TO WS-INV-PRICE (WS-LINE-NUMBER)
    MOVE OM-TotalCost TO WS-INV-TOTAL (WS-LINE-NUMBER)
    MOVE OM-PriceSource TO WS-INV-PRICE-SRC (WS-LINE-NUMBER)
    MOVE OM-TaxStatus TO WS-ORDER-TAX-STATUS
    ADD OM-TotalCost TO WS-ORDER-GRAND-TOTAL
    MOVE OM-OrderDate TO WS-ORDER-DATE
    MOVE OM-CustomerNumber TO WS-CUSTOMER-NUMBER.
                MOVE TX-Rate TO WS-TAX-RATE
        END-READ
    END-IF
    IF WS-ORDER-TAX-STATUS = 'E'
        MOVE 0 TO WS-TAX-RATE
    END-IF
    COMPUTE WS-SALES-TAX ROUNDED = WS-ORDER-GRAND-TOTAL * WS-TAX-RATE
    COMPUTE WS-ORDER-FINAL-TOTAL ROUNDED =
        WS-ORDER-GRAND-TOTAL + WS-SALES-TAX.
    DISPLAY "Bill To: " WS-CUSTOMER-NUMBER "  " WS-BILL-TO-NAME.
    DISPLAY "         " WS-BILL-TO-ADDRESS.
    DISPLAY "         " WS-BILL-TO-CITY-LINE.
    IF WS-SHIP-CARRIER NOT = SPACES
        DISPLAY "Shipped " WS-SHIP-DATE " Via: " WS-SHIP-CARRIER
            "  Tracking: " WS-SHIP-TRACKING
    END-IF
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Item Code      Quantity      Price       Line Total".
    DISPLAY "------------------------------------------------------------".
    PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
            UNTIL WS-INVOICE-IDX > WS-LINE-NUMBER
        IF WS-INV-PRICE-SRC (WS-INVOICE-IDX) = 'C'
            MOVE " CONTRACT" TO WS-PRICE-NOTE
        ELSE
            MOVE SPACES TO WS-PRICE-NOTE
        END-IF
        DISPLAY WS-INV-ITEM-CODE (WS-INVOICE-IDX) "     "
            WS-INV-QUANTITY (WS-INVOICE-IDX) "        $"
            WS-INV-PRICE (WS-INVOICE-IDX) "      $"
            WS-INV-TOTAL (WS-INVOICE-IDX) WS-PRICE-NOTE
    END-PERFORM.
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Subtotal:                                       $"
        WS-ORDER-GRAND-TOTAL.
    DISPLAY "Sales Tax:                                       $"
        WS-SALES-TAX.
    IF WS-ORDER-TAX-STATUS = 'E'
        DISPLAY "   Tax exempt: billed under the customer's certificate"
    END-IF.
    DISPLAY "Order Total:                                     $"
        WS-ORDER-FINAL-TOTAL.
    DISPLAY "------------------------------------------------------------".
