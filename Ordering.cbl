        RECORD KEY IS PH-Key
        FILE STATUS IS WS-PRICE-STATUS.

    SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-Key
        FILE STATUS IS WS-CONTRACT-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TX-Jurisdiction
        FILE STATUS IS WS-TAX-STATUS.

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

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Key
        FILE STATUS IS WS-SHIPTO-STATUS.

    SELECT QuoteFile ASSIGN TO "QUOTES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTE-STATUS.

    SELECT QuoteWork ASSIGN TO "QUOTES.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTE-WORK-STATUS.

    SELECT QuoteDocument ASSIGN TO "QUOTE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTE-DOC-STATUS.

    SELECT HeldOrders ASSIGN TO "HELDORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.
FD PriceHistory.
COPY PRICEREC.

FD ContractFile.
COPY CONTRACT.

FD CustomerMaster.
COPY CUSTMAST.

FD TaxRateFile.
COPY TAXRATE.

FD ItemWarehouse.
COPY ITEMWHSE.

FD WarehouseFile.
COPY WAREHSE.

FD OpenOrders.
COPY OPENORD.

FD ShipToFile.
COPY SHIPTO.

FD QuoteFile.
COPY QUOTEREC.

FD QuoteWork.
01 QuoteWorkRecord PIC X(110).

FD QuoteDocument.
01 QuoteDocLine PIC X(80).

FD HeldOrders.
COPY HELDORD.


01 WS-MODE-CHOICE PIC X.
01 WS-FILES-OPENED PIC X VALUE 'N'.
01 WS-ORDER-AUDIT-ACTION PIC X(10) VALUE "OPENORDER".

*> Delivery point: blank ships to the bill-to address; otherwise a
*> ship-to code from SHIPTO.DAT for a customer with several
*> locations. Tax still follows the bill-to state, as the invoice
*> reprint does.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPTO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
01 WS-SHIPTO-AVAILABLE PIC X VALUE 'N'.
01 WS-SHIP-TO-CODE PIC X(4) VALUE SPACES.
01 WS-SHIP-TO-VALID PIC X.
01 WS-SHIP-TO-COUNT PIC 9(3).
01 WS-SHIP-TO-NAME PIC X(30).
01 WS-SHIP-TO-ADDRESS PIC X(30).
01 WS-SHIP-TO-CITY-LINE PIC X(40).
*> Orders entered but not yet shipped are not on CM-Balance yet,
*> so the credit check adds them in (merchandise plus tax).
01 WS-UNSHIPPED-VALUE PIC S9(7)V99 VALUE 0.
01 WS-UNSHIPPED-EOF PIC X.

*> Quotations: priced exactly as an order is, but nothing is
*> committed. The quote number follows the order-number scheme.
*> Conversion re-runs the stock and credit checks on the day.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUOTE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUOTE-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUOTE-DOC-STATUS==.
01 WS-QUOTE-MODE PIC X VALUE 'N'.
01 WS-QUOTE-NUMBER PIC 9(16).
01 WS-QUOTE-NUMBER-X PIC X(16).
01 WS-QUOTE-DATE PIC 9(8).
01 WS-QUOTE-EXPIRY PIC 9(8).
01 WS-QUOTE-STATUS-CODE PIC X.
01 WS-QUOTE-ORDER PIC 9(16).
01 WS-QUOTE-CUSTOMER PIC X(10).
01 WS-QUOTE-SLSP PIC X(3).
01 WS-QUOTE-DAYS-X PIC X(3).
01 WS-QUOTE-DAYS PIC 999.
*> Prices hold this many days unless the order taker says
*> otherwise.
01 WS-DEFAULT-QUOTE-DAYS PIC 999 VALUE 30.
01 WS-QUOTE-LINE-COUNT PIC 99 VALUE 0.
01 WS-QUOTE-IDX PIC 99.
01 WS-QUOTE-LINES.
   05 WS-QUOTE-LINE OCCURS 50 TIMES.
      10 WS-QL-ITEM-CODE PIC X(10).
      10 WS-QL-QUANTITY  PIC 999.
      10 WS-QL-PRICE     PIC 999V99.
      10 WS-QL-PRICE-SRC PIC X.
01 WS-QUOTE-WORK PIC X(80).
01 WS-QUOTE-RULE PIC X(60) VALUE ALL "-".
01 WS-EXPIRY-DISPLAY PIC 9(2)/9(2)/9(4).
01 WS-EDIT-QTY PIC ZZ9.
01 WS-EDIT-PRICE PIC ZZ9.99.
01 WS-EDIT-LINE-TOTAL PIC ZZZ,ZZ9.99.
01 WS-EDIT-ORDER-TOTAL PIC -ZZZ,ZZ9.99.

*> Credit checking: balance and limit captured when the customer
*> is identified, and the hold decision made once the order total
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
01 WS-STOCK-CHOICE PIC X.

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
*> Warehouse the order ships from: stock is checked and committed
*> there. Quotes check the company-wide total.
01 WS-SHIP-FROM      PIC X(2) VALUE "01".
01 WS-LINE-ONHAND    PIC S9(5).

*> Order taker, validated against the salesperson master when it
*> is on hand. Blank entry books the order to the house (HSE).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SLSP-STATUS==.
01 WS-ORIG-PRICE PIC 999V99.
01 WS-ORIG-QTY PIC 999.
01 WS-ORIG-TOTAL PIC 9(6)V99.
01 WS-ORIG-COST PIC 999V99.
01 WS-ORIG-CUSTOMER PIC X(10).
01 WS-ORIG-PRICE-SRC PIC X.
01 WS-ORIG-TAX-STATUS PIC X.
01 WS-ORIG-WHSE PIC X(2).
01 WS-RETURNED-SO-FAR PIC 999.
01 WS-QTY-AVAILABLE PIC S999.
01 WS-CREDIT-AMOUNT PIC 9(6)V99.
01 WS-CUSTOMER-STATE PIC XX.
01 WS-TAX-TABLE-AVAILABLE PIC X VALUE 'N'.
01 WS-SALES-TAX PIC S9(5)V99 VALUE 0.
*> Set when the customer's exemption certificate covers the order;
*> the rate is then zero and the documents quote the certificate.
01 WS-TAX-EXEMPT PIC X VALUE 'N'.
01 WS-EXEMPT-CERT PIC X(15).
01 WS-ORDER-FINAL-TOTAL PIC S9(6)V99 VALUE 0.

01 WS-INVOICE-DATE-DISPLAY PIC 9(2)/9(2)/9(4).
      10 WS-INV-QUANTITY  PIC 999.
      10 WS-INV-PRICE     PIC 999V99.
      10 WS-INV-TOTAL     PIC 9(6)V99.
      10 WS-INV-COST      PIC 999V99.
      10 WS-INV-PRICE-SRC PIC X.
01 WS-INVOICE-IDX PIC 99.
01 WS-MAX-LINE-ITEMS PIC 99 VALUE 50.

01 WS-PRICE-HIST-AVAILABLE PIC X VALUE 'N'.
01 WS-PRICE-HIST-EOF PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PRICE-STATUS==.
*> Negotiated prices: the customer's own contract, then its price
*> group's, ahead of the list price. WS-PRICE-SOURCE says which
*> one priced the line (C contract, L list) for the invoice.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
01 WS-CONTRACT-AVAILABLE PIC X VALUE 'N'.
01 WS-CONTRACT-EOF PIC X.
01 WS-CONTRACT-TYPE PIC X.
01 WS-CONTRACT-ACCOUNT PIC X(10).
01 WS-PRICE-GROUP PIC X(4) VALUE SPACES.
01 WS-PRICE-SOURCE PIC X VALUE 'L'.
01 WS-PRICE-NOTE PIC X(9).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.

01 WS-AUDIT-DATE PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    DISPLAY "1. Enter an order"
    DISPLAY "2. Enter a return (credit memo)"
    DISPLAY "3. Enter a quote"
    DISPLAY "4. Convert a quote to an order"
    DISPLAY "5. Reprint a quote"
    DISPLAY "Enter your choice: " WITH NO ADVANCING
    ACCEPT WS-MODE-CHOICE

    EVALUATE WS-MODE-CHOICE
        WHEN '2'
            PERFORM EnterReturn
        WHEN '3'
            PERFORM EnterQuote
        WHEN '4'
            PERFORM ConvertQuote
        WHEN '5'
            PERFORM ReprintQuote
        WHEN OTHER
            PERFORM EnterOrder
    END-EVALUATE

    IF WS-FILES-OPENED = 'Y'
        PERFORM WriteControlTotals
        CLOSE OrderMaster
        CLOSE ItemMaster
        CLOSE ItemWarehouse
        IF WS-WHSE-AVAILABLE = 'Y'
            CLOSE WarehouseFile
        END-IF
        IF WS-PRICE-HIST-AVAILABLE = 'Y'
            CLOSE PriceHistory
        END-IF
        IF WS-CONTRACT-AVAILABLE = 'Y'
            CLOSE ContractFile
        END-IF
        IF WS-TAX-TABLE-AVAILABLE = 'Y'
            CLOSE TaxRateFile
        END-IF
        IF WS-SLSP-AVAILABLE = 'Y'
            CLOSE SalespersonMaster
        END-IF
        IF WS-SHIPTO-AVAILABLE = 'Y'
            CLOSE ShipToFile
        END-IF
        CLOSE AuditLog
    END-IF.
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
    MOVE "OVERRIDE" TO WS-ORDER-AUDIT-ACTION
    MOVE "RUNCTL" TO ITEM-CODE
    PERFORM WriteAuditRecord
    CLOSE AuditLog
    MOVE "OPENORDER" TO WS-ORDER-AUDIT-ACTION
    DISPLAY "Override accepted and audit-logged.".

WriteControlTotals.
    MOVE "OrderingSys" TO AL-Program-Id.
    MOVE WS-ORDER-AUDIT-ACTION TO AL-Action.
    MOVE ITEM-CODE TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "OrderingSystem: error writing audit record, status = "
            END-REWRITE
    END-READ.

*> A return nets its credit (merchandise plus tax) against the
*> original invoice's open item, so the open-item file keeps
*> agreeing with CM-Balance.
            END-REWRITE
    END-READ.

*> The order is accepted, not billed: the invoice prints when the
*> warehouse confirms the shipment, for what actually shipped.
PrintOrderAcknowledgment.
    MOVE WS-ORDER-DATE (5:2) TO WS-INVOICE-DATE-DISPLAY (1:2)
    MOVE WS-ORDER-DATE (7:2) TO WS-INVOICE-DATE-DISPLAY (4:2)
    MOVE WS-ORDER-DATE (1:4) TO WS-INVOICE-DATE-DISPLAY (7:4)

    DISPLAY " ".
    DISPLAY "                    ACME MAIL ORDER COMPANY".
    DISPLAY "                    ORDER ACKNOWLEDGMENT".
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Order Number: " WS-ORDER-NUMBER
        "     Date: " WS-INVOICE-DATE-DISPLAY.
    DISPLAY "Bill To: " WS-CUSTOMER-NUMBER "  " WS-BILL-TO-NAME.
    DISPLAY "         " WS-BILL-TO-ADDRESS.
    DISPLAY "         " WS-BILL-TO-CITY-LINE.
    DISPLAY "Ship To: " WS-SHIP-TO-NAME.
    DISPLAY "         " WS-SHIP-TO-ADDRESS.
    DISPLAY "         " WS-SHIP-TO-CITY-LINE.
    DISPLAY "Ships from warehouse " WS-SHIP-FROM.
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Item Code      Quantity      Price       Line Total".
    DISPLAY "------------------------------------------------------------".
    PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
            UNTIL WS-INVOICE-IDX > WS-LINE-NUMBER
        PERFORM SetPriceNote
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
    IF WS-TAX-EXEMPT = 'Y'
        DISPLAY "   Tax exempt: certificate " WS-EXEMPT-CERT
    END-IF
    DISPLAY "Order Total:                                     $"
        WS-ORDER-FINAL-TOTAL.
    DISPLAY "------------------------------------------------------------".
    DISPLAY "Released to the warehouse for picking. The invoice will "
        "follow".
    DISPLAY "when the shipment is confirmed.".

EnterOrder.
    PERFORM StartNewOrder
    PERFORM EnterLineItems
    PERFORM CommitOrder.

EnterLineItems.
    PERFORM UNTIL WS-MORE-ITEMS NOT = 'Y'
        PERFORM EnterLineItem
        IF WS-LINE-NUMBER >= WS-MAX-LINE-ITEMS
            DISPLAY "Maximum of " WS-MAX-LINE-ITEMS
                " line items reached for this order."
            MOVE 'N' TO WS-MORE-ITEMS
        ELSE
            DISPLAY "Add another item? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-MORE-ITEMS
        END-IF
    END-PERFORM.

*> Tax, the credit decision, and the write to the warehouse (or to
*> the credit-hold queue) for an order whose lines are in the
*> invoice table, whether keyed or converted from a quote.
CommitOrder.
    PERFORM ComputeOrderTax
    PERFORM CheckCreditLimit
    IF WS-ORDER-ON-HOLD = 'Y'
        PERFORM WriteOrderToHeldFile
    ELSE
        PERFORM WriteOrderToOpenFile
        PERFORM PrintOrderAcknowledgment
    END-IF.

SetPriceNote.
    IF WS-INV-PRICE-SRC (WS-INVOICE-IDX) = 'C'
        MOVE " CONTRACT" TO WS-PRICE-NOTE
    ELSE
        MOVE SPACES TO WS-PRICE-NOTE
    END-IF.

StartNewOrder.
    ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD
        INTO WS-ORDER-NUMBER
    PERFORM OpenOrderFiles
    PERFORM IdentifyCustomer
    PERFORM SelectShipTo
    PERFORM SelectShipFrom
    PERFORM IdentifySalesperson.

OpenOrderFiles.
        GOBACK
    END-IF

    PERFORM OpenWarehouseStock
    OPEN INPUT WarehouseFile
    IF WS-WHSE-STATUS-OK
        MOVE 'Y' TO WS-WHSE-AVAILABLE
    END-IF

    OPEN I-O CustomerMaster
    IF WS-CUSTOMER-STATUS-FILE-NOT-FOUND
        DISPLAY "Customer Master file not found. Cannot process orders."
        MOVE 'Y' TO WS-PRICE-HIST-AVAILABLE
    END-IF

    OPEN INPUT ContractFile
    IF WS-CONTRACT-STATUS-OK
        MOVE 'Y' TO WS-CONTRACT-AVAILABLE
    END-IF

    OPEN INPUT TaxRateFile
    IF WS-TAX-STATUS-OK
        MOVE 'Y' TO WS-TAX-TABLE-AVAILABLE
        MOVE 'Y' TO WS-SLSP-AVAILABLE
    END-IF

    OPEN INPUT ShipToFile
    IF WS-SHIPTO-STATUS-OK
        MOVE 'Y' TO WS-SHIPTO-AVAILABLE
    END-IF

    PERFORM OpenAuditLog
    MOVE 'Y' TO WS-FILES-OPENED.

OpenWarehouseStock.
    OPEN I-O ItemWarehouse
    IF WS-ITEMWHSE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ItemWarehouse
        CLOSE ItemWarehouse
        OPEN I-O ItemWarehouse
    END-IF
    IF NOT WS-ITEMWHSE-STATUS-OK
        DISPLAY "OrderingSystem: error opening warehouse stock, "
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
                    DISPLAY "OrderingSystem: could not set up main "
                        "warehouse stock for " IM-ItemCode
                        ", status = " WS-ITEMWHSE-STATUS
            END-WRITE
    END-READ.

SaveItemWarehouse.
    IF WS-IW-ON-FILE = 'Y'
        REWRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "OrderingSystem: could not update warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-REWRITE
    ELSE
        WRITE ItemWarehouseRecord
            INVALID KEY
                DISPLAY "OrderingSystem: could not write warehouse "
                    "stock for " IW-ItemCode ", status = "
                    WS-ITEMWHSE-STATUS
        END-WRITE
        MOVE 'Y' TO WS-IW-ON-FILE
    END-IF.

*> The order ships from one warehouse, the main one unless the
*> order taker names another.
SelectShipFrom.
    MOVE WS-MAIN-WAREHOUSE TO WS-SHIP-FROM
    IF WS-WHSE-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-WHSE-OK
    PERFORM UNTIL WS-WHSE-OK = 'Y'
        DISPLAY "Ship-from warehouse (blank = " WS-MAIN-WAREHOUSE
            "): " WITH NO ADVANCING
        ACCEPT WS-WHSE-X
        PERFORM ValidateWarehouse
    END-PERFORM
    MOVE WS-WHSE-X TO WS-SHIP-FROM.

IdentifySalesperson.
    MOVE 'N' TO WS-SLSP-VALID
    PERFORM UNTIL WS-SLSP-VALID = 'Y'
*> table (or no table at all) taxes at the in-state default, with
*> a note so the order taker knows which rate applied.
LookUpTaxRate.
    MOVE 'N' TO WS-TAX-EXEMPT
    MOVE SPACES TO WS-EXEMPT-CERT
    MOVE WS-DEFAULT-TAX-RATE TO WS-TAX-RATE
    IF WS-TAX-TABLE-AVAILABLE = 'N'
        OR WS-CUSTOMER-STATE = SPACES
            MOVE TX-Rate TO WS-TAX-RATE
    END-READ.

*> A certificate for the customer's own state that has not expired
*> by the order date zeroes the rate. An expired one is called out
*> so the order taker can ask the customer for the renewal.
CheckTaxExemption.
    IF CM-ExemptCertNumber = SPACES
        OR CM-ExemptJurisdiction NOT = WS-CUSTOMER-STATE
        EXIT PARAGRAPH
    END-IF
    IF CM-ExemptExpiry NOT NUMERIC
        OR CM-ExemptExpiry < WS-ORDER-DATE
        DISPLAY "NOTE: exemption certificate " CM-ExemptCertNumber
            " expired " CM-ExemptExpiry "; sales tax applies."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-TAX-EXEMPT
    MOVE CM-ExemptCertNumber TO WS-EXEMPT-CERT
    MOVE 0 TO WS-TAX-RATE.

*> A contract in force on the order date for this customer wins,
*> then one for the customer's price group; otherwise the
*> effective-dated list price.
LookUpContractPrice.
    MOVE 'L' TO WS-PRICE-SOURCE
    IF WS-CONTRACT-AVAILABLE = 'Y'
        MOVE 'C' TO CP-AccountType
        MOVE WS-CUSTOMER-NUMBER TO CP-Account
        PERFORM FindContractPrice
        IF WS-PRICE-SOURCE = 'L' AND WS-PRICE-GROUP NOT = SPACES
            MOVE 'G' TO CP-AccountType
            MOVE WS-PRICE-GROUP TO CP-Account
            PERFORM FindContractPrice
        END-IF
    END-IF
    IF WS-PRICE-SOURCE = 'L'
        PERFORM LookUpEffectivePrice
    END-IF.

*> Contracts for one account and item in start-date order; the
*> latest one started on or before the order date and not yet
*> ended is the one in force.
FindContractPrice.
    MOVE CP-AccountType TO WS-CONTRACT-TYPE
    MOVE CP-Account TO WS-CONTRACT-ACCOUNT
    MOVE ITEM-CODE TO CP-ItemCode
    MOVE 0 TO CP-StartDate
    MOVE 'N' TO WS-CONTRACT-EOF
    START ContractFile KEY IS NOT LESS THAN CP-Key
        INVALID KEY
            MOVE 'Y' TO WS-CONTRACT-EOF
    END-START
    PERFORM UNTIL WS-CONTRACT-EOF = 'Y'
        READ ContractFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CONTRACT-EOF
            NOT AT END
                IF CP-AccountType NOT = WS-CONTRACT-TYPE
                    OR CP-Account NOT = WS-CONTRACT-ACCOUNT
                    OR CP-ItemCode NOT = ITEM-CODE
                    OR CP-StartDate > WS-ORDER-DATE
                    MOVE 'Y' TO WS-CONTRACT-EOF
                ELSE
                    IF CP-EndDate >= WS-ORDER-DATE
                        MOVE CP-Price TO PRICE
                        MOVE 'C' TO WS-PRICE-SOURCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Walk the item's price history for the latest price whose
*> effective date is on or before the order date. PRICE keeps
*> IM-Price when the item has no history on or before that date.
            INVALID KEY
                DISPLAY "Unknown customer number. Please try again."
            NOT INVALID KEY
                PERFORM LoadOrderCustomer
                MOVE 'Y' TO WS-CUSTOMER-VALID
        END-READ
    END-PERFORM.

*> Bill-to, tax rate, and credit position for the customer just
*> read from the Customer Master.
LoadOrderCustomer.
    MOVE CM-CustomerNumber TO WS-CUSTOMER-NUMBER
    MOVE CM-Name TO WS-BILL-TO-NAME
    MOVE CM-Address TO WS-BILL-TO-ADDRESS
    MOVE SPACES TO WS-BILL-TO-CITY-LINE
    STRING CM-City DELIMITED BY "  "
        ", " DELIMITED BY SIZE
        CM-State DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CM-Zip DELIMITED BY SIZE
        INTO WS-BILL-TO-CITY-LINE
    MOVE CM-State TO WS-CUSTOMER-STATE
    MOVE CM-Balance TO WS-CREDIT-BALANCE
    MOVE CM-CreditLimit TO WS-CREDIT-LIMIT
    MOVE CM-PriceGroup TO WS-PRICE-GROUP
    PERFORM LookUpTaxRate
    PERFORM CheckTaxExemption
    IF WS-QUOTE-MODE = 'Y'
        DISPLAY "Quote for: " CM-Name
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Order for: " CM-Name
    PERFORM AddUnshippedOrders
    IF WS-CREDIT-LIMIT > 0
        AND WS-CREDIT-BALANCE >= WS-CREDIT-LIMIT
        DISPLAY "NOTE: balance $" CM-Balance
            " plus unshipped orders $" WS-UNSHIPPED-VALUE
            " is at or over the credit limit of $"
            CM-CreditLimit "; this order will be "
            "held for credit review."
    END-IF.

*> Orders already entered for this customer but still waiting on
*> the warehouse count against the limit the same as billed ones.
AddUnshippedOrders.
    MOVE 0 TO WS-UNSHIPPED-VALUE
    OPEN INPUT OpenOrders
    IF NOT WS-OPEN-ORDER-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-UNSHIPPED-EOF
    PERFORM UNTIL WS-UNSHIPPED-EOF = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-UNSHIPPED-EOF
            NOT AT END
                IF OO-CustomerNumber = WS-CUSTOMER-NUMBER
                    ADD OO-TotalCost TO WS-UNSHIPPED-VALUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    COMPUTE WS-UNSHIPPED-VALUE ROUNDED =
        WS-UNSHIPPED-VALUE + (WS-UNSHIPPED-VALUE * WS-TAX-RATE)
    ADD WS-UNSHIPPED-VALUE TO WS-CREDIT-BALANCE.

*> A customer with alternate delivery points picks one by code;
*> with none on file the order ships to the bill-to address.
SelectShipTo.
    MOVE SPACES TO WS-SHIP-TO-CODE
    MOVE WS-BILL-TO-NAME TO WS-SHIP-TO-NAME
    MOVE WS-BILL-TO-ADDRESS TO WS-SHIP-TO-ADDRESS
    MOVE WS-BILL-TO-CITY-LINE TO WS-SHIP-TO-CITY-LINE
    IF WS-SHIPTO-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SHIP-TO-COUNT
    MOVE WS-CUSTOMER-NUMBER TO SA-CustomerNumber
    MOVE LOW-VALUES TO SA-ShipToCode
    MOVE 'N' TO WS-SCAN-EOF
    START ShipToFile KEY IS NOT LESS THAN SA-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ ShipToFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF SA-CustomerNumber NOT = WS-CUSTOMER-NUMBER
                    MOVE 'Y' TO WS-SCAN-EOF
                ELSE
                    IF WS-SHIP-TO-COUNT = 0
                        DISPLAY "Ship-to addresses on file:"
                    END-IF
                    ADD 1 TO WS-SHIP-TO-COUNT
                    DISPLAY "  " SA-ShipToCode " " SA-Name " "
                        SA-City " " SA-State
                END-IF
        END-READ
    END-PERFORM
    IF WS-SHIP-TO-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-SHIP-TO-VALID
    PERFORM UNTIL WS-SHIP-TO-VALID = 'Y'
        DISPLAY "Enter ship-to code (blank = bill-to address): "
            WITH NO ADVANCING
        ACCEPT WS-SHIP-TO-CODE
        IF WS-SHIP-TO-CODE = SPACES
            MOVE 'Y' TO WS-SHIP-TO-VALID
        ELSE
            MOVE WS-CUSTOMER-NUMBER TO SA-CustomerNumber
            MOVE WS-SHIP-TO-CODE TO SA-ShipToCode
            READ ShipToFile
                INVALID KEY
                    DISPLAY "Unknown ship-to code. Please try again."
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
                    MOVE 'Y' TO WS-SHIP-TO-VALID
                    DISPLAY "Ship to: " SA-Name
            END-READ
        END-IF
    END-PERFORM.

EnterLineItem.
                        " is no longer offered for sale."
                ELSE
                    MOVE IM-Price TO PRICE
                    PERFORM LookUpContractPrice
                    MOVE 'Y' TO WS-ITEM-VALID
                    IF WS-PRICE-SOURCE = 'C'
                        DISPLAY "Contract price $" PRICE " applies."
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    DISPLAY "Enter quantity: " WITH NO ADVANCING.
    ACCEPT QUANTITY.
    PERFORM AddOrderLine.

*> Stock check and pricing for the item in ITEM-CODE / PRICE /
*> QUANTITY (Item Master record in hand), then the line goes into
*> the invoice table. An order is checked against the ship-from
*> warehouse. A quote only notes a shortage against the company
*> total; the check that counts is made when the quote converts.
AddOrderLine.
    IF WS-QUOTE-MODE = 'Y'
        MOVE IM-QtyOnHand TO WS-LINE-ONHAND
    ELSE
        MOVE WS-SHIP-FROM TO WS-STOCK-WHSE
        PERFORM ReadItemWarehouse
        MOVE IW-QtyOnHand TO WS-LINE-ONHAND
    END-IF
    IF QUANTITY > WS-LINE-ONHAND
        IF WS-QUOTE-MODE = 'Y'
            DISPLAY "NOTE: only " WS-LINE-ONHAND " on hand for item "
                ITEM-CODE "; stock is checked again at conversion."
        ELSE
            DISPLAY "WARNING: only " WS-LINE-ONHAND " on hand for item "
                ITEM-CODE " in warehouse " WS-SHIP-FROM "; ordering "
                QUANTITY " will oversell."
            DISPLAY "Oversell, Backorder, or Cancel the line? (O/B/C): "
                WITH NO ADVANCING
            ACCEPT WS-STOCK-CHOICE
            EVALUATE WS-STOCK-CHOICE
                WHEN 'O'
                WHEN 'o'
                    CONTINUE
                WHEN 'B'
                WHEN 'b'
                    PERFORM WriteBackorder
                    EXIT PARAGRAPH
                WHEN OTHER
                    DISPLAY "Line item cancelled."
                    EXIT PARAGRAPH
            END-EVALUATE
        END-IF
    END-IF

    PERFORM ComputeLineTotal
    MOVE ITEM-CODE  TO WS-INV-ITEM-CODE (WS-LINE-NUMBER)
    MOVE QUANTITY   TO WS-INV-QUANTITY (WS-LINE-NUMBER)
    MOVE PRICE      TO WS-INV-PRICE (WS-LINE-NUMBER)
    MOVE TOTAL-COST TO WS-INV-TOTAL (WS-LINE-NUMBER)
    MOVE WS-PRICE-SOURCE TO WS-INV-PRICE-SRC (WS-LINE-NUMBER)
    IF IM-AvgCost NUMERIC
        MOVE IM-AvgCost TO WS-INV-COST (WS-LINE-NUMBER)
    ELSE
        MOVE 0 TO WS-INV-COST (WS-LINE-NUMBER)
    END-IF.

ComputeLineTotal.
    COMPUTE WS-LINE-SUBTOTAL = QUANTITY * PRICE

*> The credit decision is made on the completed order, so entered
*> lines wait in the invoice table and are only committed to the
*> open-order file (and stock relieved) once the order clears the
*> limit check.
CheckCreditLimit.
    MOVE 'N' TO WS-ORDER-ON-HOLD
        MOVE 'Y' TO WS-ORDER-ON-HOLD
    END-IF.

*> Stock is committed now so the next order taker's on-hand check
*> sees it; the Order Master, the customer balance, and the open
*> item wait for the shipment confirmation.
WriteOrderToOpenFile.
    OPEN EXTEND OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT OpenOrders
        CLOSE OpenOrders
        OPEN EXTEND OpenOrders
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "OrderingSystem: error opening open-order file, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
            UNTIL WS-INVOICE-IDX > WS-LINE-NUMBER
        PERFORM SaveOrderLineToOpenFile
    END-PERFORM
    CLOSE OpenOrders.

SaveOrderLineToOpenFile.
    MOVE WS-ORDER-NUMBER    TO OO-OrderNumber
    MOVE WS-ORDER-DATE      TO OO-OrderDate
    MOVE WS-CUSTOMER-NUMBER TO OO-CustomerNumber
    MOVE WS-INVOICE-IDX     TO OO-LineNumber
    MOVE WS-INV-ITEM-CODE (WS-INVOICE-IDX) TO OO-ItemCode
    MOVE WS-INV-QUANTITY (WS-INVOICE-IDX)  TO OO-Quantity
    MOVE WS-INV-PRICE (WS-INVOICE-IDX)     TO OO-Price
    MOVE WS-INV-TOTAL (WS-INVOICE-IDX)     TO OO-TotalCost
    MOVE WS-SALESPERSON TO OO-Salesperson
    MOVE WS-INV-COST (WS-INVOICE-IDX)      TO OO-UnitCost
    MOVE WS-SHIP-TO-CODE    TO OO-ShipToCode
    MOVE WS-INV-PRICE-SRC (WS-INVOICE-IDX) TO OO-PriceSource
    MOVE WS-SHIP-FROM       TO OO-Warehouse
    SET OO-AwaitingTicket TO TRUE
    MOVE 0 TO OO-PickDate
    WRITE OpenOrderRecord
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "OrderingSystem: error writing open-order line, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-INV-ITEM-CODE (WS-INVOICE-IDX) TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "OrderingSystem: item " IM-ItemCode " no longer "
                "on the Item Master; stock not adjusted."
        NOT INVALID KEY
            MOVE WS-SHIP-FROM TO WS-STOCK-WHSE
            PERFORM ReadItemWarehouse
            SUBTRACT WS-INV-QUANTITY (WS-INVOICE-IDX)
                FROM IW-QtyOnHand
            SUBTRACT WS-INV-QUANTITY (WS-INVOICE-IDX)
                FROM IM-QtyOnHand
            REWRITE ItemMasterRecord
                    DISPLAY "OrderingSystem: could not update on-hand "
                        "for item " IM-ItemCode ", status = "
                        WS-ITEM-STATUS
                NOT INVALID KEY
                    PERFORM SaveItemWarehouse
            END-REWRITE
    END-READ
    MOVE "OPENORDER" TO WS-ORDER-AUDIT-ACTION
    MOVE WS-INV-ITEM-CODE (WS-INVOICE-IDX) TO ITEM-CODE
    PERFORM WriteAuditRecord.

    MOVE QUANTITY TO BO-Quantity
    MOVE WS-ORDER-DATE TO BO-OrderDate
    MOVE WS-SALESPERSON TO BO-Salesperson
    MOVE WS-SHIP-FROM TO BO-Warehouse
    WRITE BackorderRecord
    IF NOT WS-BACKORDER-STATUS-OK
        DISPLAY "OrderingSystem: error writing backorder, status = "
    MOVE WS-INV-TOTAL (WS-INVOICE-IDX)     TO HO-TotalCost
    MOVE WS-ORDER-DATE      TO HO-HoldDate
    MOVE WS-SALESPERSON TO HO-Salesperson
    MOVE WS-INV-PRICE-SRC (WS-INVOICE-IDX) TO HO-PriceSource
    MOVE WS-SHIP-FROM       TO HO-Warehouse
    MOVE WS-SHIP-TO-CODE    TO HO-ShipToCode
    WRITE HeldOrderRecord
    IF NOT WS-HELD-STATUS-OK
        DISPLAY "OrderingSystem: error writing held-order line, "
            MOVE CM-State TO WS-CUSTOMER-STATE
    END-READ
    PERFORM LookUpTaxRate
*> A return credits tax only if the original sale charged it.
    IF WS-ORIG-TAX-STATUS = 'E'
        MOVE 0 TO WS-TAX-RATE
    END-IF

    PERFORM SaveCreditLineToMaster

                        MOVE OM-TotalCost TO WS-ORIG-TOTAL
                        MOVE OM-CustomerNumber TO WS-ORIG-CUSTOMER
                        MOVE OM-Salesperson TO WS-ORIG-SLSP
                        MOVE OM-PriceSource TO WS-ORIG-PRICE-SRC
                        MOVE OM-TaxStatus TO WS-ORIG-TAX-STATUS
                        MOVE OM-Warehouse TO WS-ORIG-WHSE
                        IF WS-ORIG-WHSE = SPACES
                            MOVE WS-MAIN-WAREHOUSE TO WS-ORIG-WHSE
                        END-IF
                        IF OM-UnitCost NUMERIC
                            MOVE OM-UnitCost TO WS-ORIG-COST
                        ELSE
                            MOVE 0 TO WS-ORIG-COST
                        END-IF
                    ELSE
                        SUBTRACT OM-Quantity FROM WS-RETURNED-SO-FAR
                    END-IF
    COMPUTE OM-TotalCost = 0 - WS-CREDIT-AMOUNT
*> The credit nets against the original seller's commission.
    MOVE WS-ORIG-SLSP TO OM-Salesperson
    MOVE WS-ORIG-COST TO OM-UnitCost
    MOVE WS-ORIG-PRICE-SRC TO OM-PriceSource
    MOVE WS-ORIG-TAX-STATUS TO OM-TaxStatus
    MOVE WS-ORIG-WHSE TO OM-Warehouse
    WRITE OrderRecord
    IF NOT WS-ORDER-STATUS-OK
        DISPLAY "OrderingSystem: error writing credit line, status = "
            DISPLAY "OrderingSystem: item " WS-ORIG-ITEM " no longer "
                "on the Item Master; stock not adjusted."
        NOT INVALID KEY
            MOVE WS-ORIG-WHSE TO WS-STOCK-WHSE
            PERFORM ReadItemWarehouse
            ADD WS-RETURN-QTY TO IW-QtyOnHand
            ADD WS-RETURN-QTY TO IM-QtyOnHand
            REWRITE ItemMasterRecord
                INVALID KEY
                    DISPLAY "OrderingSystem: could not restock item "
                        IM-ItemCode ", status = " WS-ITEM-STATUS
                NOT INVALID KEY
                    PERFORM SaveItemWarehouse
            END-REWRITE
    END-READ

        WS-CREDIT-TOTAL " CR".
    DISPLAY "------------------------------------------------------------".
    DISPLAY "           We are sorry this order did not work out.".

*> ------------------------------------------------------------------
*> Quotations: keyed and priced like an order (effective price,
*> quantity breaks, the customer's tax rate) but written to
*> QUOTES.DAT with an expiry date instead of going to the
*> warehouse. No stock is committed and the customer is not
*> billed. The quote document goes to QUOTE.RPT for mailing.
*> ------------------------------------------------------------------
EnterQuote.
    MOVE 'Y' TO WS-QUOTE-MODE
    ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD
    ACCEPT WS-ORDER-TIME FROM TIME
    STRING WS-ORDER-DATE WS-ORDER-TIME DELIMITED BY SIZE
        INTO WS-ORDER-NUMBER
    PERFORM OpenOrderFiles
    PERFORM IdentifyCustomer
    PERFORM IdentifySalesperson
    PERFORM EnterLineItems
    IF WS-LINE-NUMBER = 0
        DISPLAY "No lines quoted; nothing saved."
        EXIT PARAGRAPH
    END-IF
    PERFORM ComputeOrderTax

    DISPLAY "Quote valid for how many days (blank = "
        WS-DEFAULT-QUOTE-DAYS "): " WITH NO ADVANCING
    ACCEPT WS-QUOTE-DAYS-X
    MOVE WS-DEFAULT-QUOTE-DAYS TO WS-QUOTE-DAYS
    IF WS-QUOTE-DAYS-X NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-QUOTE-DAYS-X) = 0
            COMPUTE WS-QUOTE-DAYS = FUNCTION NUMVAL(WS-QUOTE-DAYS-X)
        ELSE
            DISPLAY "Not a number of days; the quote is good for "
                WS-DEFAULT-QUOTE-DAYS " days."
        END-IF
    END-IF
    COMPUTE WS-QUOTE-EXPIRY = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE) + WS-QUOTE-DAYS)

    MOVE WS-ORDER-NUMBER TO WS-QUOTE-NUMBER
    MOVE WS-ORDER-DATE TO WS-QUOTE-DATE
    MOVE WS-CUSTOMER-NUMBER TO WS-QUOTE-CUSTOMER
    MOVE WS-SALESPERSON TO WS-QUOTE-SLSP
    PERFORM WriteQuoteLines
    PERFORM PrintQuote.

WriteQuoteLines.
    OPEN EXTEND QuoteFile
    IF WS-QUOTE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT QuoteFile
        CLOSE QuoteFile
        OPEN EXTEND QuoteFile
    END-IF
    IF NOT WS-QUOTE-STATUS-OK
        DISPLAY "OrderingSystem: error opening quote file, status = "
            WS-QUOTE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
            UNTIL WS-INVOICE-IDX > WS-LINE-NUMBER
        PERFORM SaveQuoteLine
    END-PERFORM
    CLOSE QuoteFile.

SaveQuoteLine.
    MOVE WS-QUOTE-NUMBER    TO QT-QuoteNumber
    MOVE WS-QUOTE-DATE      TO QT-QuoteDate
    MOVE WS-QUOTE-CUSTOMER  TO QT-CustomerNumber
    MOVE WS-INVOICE-IDX     TO QT-LineNumber
    MOVE WS-INV-ITEM-CODE (WS-INVOICE-IDX) TO QT-ItemCode
    MOVE WS-INV-QUANTITY (WS-INVOICE-IDX)  TO QT-Quantity
    MOVE WS-INV-PRICE (WS-INVOICE-IDX)     TO QT-Price
    MOVE WS-INV-TOTAL (WS-INVOICE-IDX)     TO QT-TotalCost
    MOVE WS-QUOTE-SLSP      TO QT-Salesperson
    MOVE WS-INV-COST (WS-INVOICE-IDX)      TO QT-UnitCost
    MOVE WS-QUOTE-EXPIRY    TO QT-ExpiryDate
    SET QT-Open TO TRUE
    MOVE 0 TO QT-OrderNumber
    MOVE 0 TO QT-ConvertDate
    MOVE WS-INV-PRICE-SRC (WS-INVOICE-IDX) TO QT-PriceSource
    WRITE QuoteRecord
    IF NOT WS-QUOTE-STATUS-OK
        DISPLAY "OrderingSystem: error writing quote line, status = "
            WS-QUOTE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE "QUOTE" TO WS-ORDER-AUDIT-ACTION
    MOVE WS-INV-ITEM-CODE (WS-INVOICE-IDX) TO ITEM-CODE
    PERFORM WriteAuditRecord.

*> Pull every line of WS-QUOTE-NUMBER into the quote table, with
*> the quote's customer, salesperson, dates, and status.
LoadQuote.
    MOVE 0 TO WS-QUOTE-LINE-COUNT
    OPEN INPUT QuoteFile
    IF NOT WS-QUOTE-STATUS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ QuoteFile
            AT END
                MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF QT-QuoteNumber = WS-QUOTE-NUMBER
                    AND WS-QUOTE-LINE-COUNT < WS-MAX-LINE-ITEMS
                    ADD 1 TO WS-QUOTE-LINE-COUNT
                    MOVE QT-ItemCode
                        TO WS-QL-ITEM-CODE (WS-QUOTE-LINE-COUNT)
                    MOVE QT-Quantity
                        TO WS-QL-QUANTITY (WS-QUOTE-LINE-COUNT)
                    MOVE QT-Price TO WS-QL-PRICE (WS-QUOTE-LINE-COUNT)
                    MOVE QT-PriceSource
                        TO WS-QL-PRICE-SRC (WS-QUOTE-LINE-COUNT)
                    MOVE QT-QuoteDate TO WS-QUOTE-DATE
                    MOVE QT-CustomerNumber TO WS-QUOTE-CUSTOMER
                    MOVE QT-Salesperson TO WS-QUOTE-SLSP
                    MOVE QT-ExpiryDate TO WS-QUOTE-EXPIRY
                    MOVE QT-Status TO WS-QUOTE-STATUS-CODE
                    MOVE QT-OrderNumber TO WS-QUOTE-ORDER
                END-IF
        END-READ
    END-PERFORM
    CLOSE QuoteFile.

*> An open, unexpired quote becomes an order at the quoted prices.
*> Each line goes through the same on-hand check as a keyed line
*> and the finished order through the same credit check, today.
ConvertQuote.
    DISPLAY "Enter quote number: " WITH NO ADVANCING
    ACCEPT WS-QUOTE-NUMBER-X
    IF WS-QUOTE-NUMBER-X = SPACES
        DISPLAY "Conversion cancelled."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-QUOTE-NUMBER-X TO WS-QUOTE-NUMBER
    PERFORM LoadQuote
    IF WS-QUOTE-LINE-COUNT = 0
        DISPLAY "Quote " WS-QUOTE-NUMBER " not found."
        EXIT PARAGRAPH
    END-IF
    IF WS-QUOTE-STATUS-CODE = 'C'
        DISPLAY "Quote " WS-QUOTE-NUMBER " was already converted to "
            "order " WS-QUOTE-ORDER "."
        EXIT PARAGRAPH
    END-IF

    ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD
    ACCEPT WS-ORDER-TIME FROM TIME
    IF WS-QUOTE-EXPIRY < WS-ORDER-DATE
        DISPLAY "Quote " WS-QUOTE-NUMBER " expired on "
            WS-QUOTE-EXPIRY "; re-quote at current prices."
        EXIT PARAGRAPH
    END-IF
    STRING WS-ORDER-DATE WS-ORDER-TIME DELIMITED BY SIZE
        INTO WS-ORDER-NUMBER
    PERFORM OpenOrderFiles

    MOVE WS-QUOTE-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            DISPLAY "Customer " WS-QUOTE-CUSTOMER " is no longer on "
                "the Customer Master; quote not converted."
            EXIT PARAGRAPH
    END-READ
    PERFORM LoadOrderCustomer
    PERFORM SelectShipTo
    PERFORM SelectShipFrom
    MOVE WS-QUOTE-SLSP TO WS-SALESPERSON

    PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
            UNTIL WS-QUOTE-IDX > WS-QUOTE-LINE-COUNT
        PERFORM ConvertQuoteLine
    END-PERFORM
    IF WS-LINE-NUMBER = 0
        DISPLAY "No lines left to order; quote " WS-QUOTE-NUMBER
            " stays open."
        EXIT PARAGRAPH
    END-IF

    PERFORM CommitOrder
    PERFORM MarkQuoteConverted.

ConvertQuoteLine.
    MOVE WS-QL-ITEM-CODE (WS-QUOTE-IDX) TO ITEM-CODE
    MOVE ITEM-CODE TO IM-ItemCode
    READ ItemMaster
        INVALID KEY
            DISPLAY "Item " ITEM-CODE " is no longer on the Item "
                "Master; line dropped."
            EXIT PARAGRAPH
    END-READ
    IF IM-Inactive
        DISPLAY "Item " ITEM-CODE " is no longer offered for sale; "
            "line dropped."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-QL-PRICE (WS-QUOTE-IDX) TO PRICE
    MOVE WS-QL-QUANTITY (WS-QUOTE-IDX) TO QUANTITY
    MOVE WS-QL-PRICE-SRC (WS-QUOTE-IDX) TO WS-PRICE-SOURCE
    PERFORM AddOrderLine.

*> Stamp every line of the quote with the order it became; the
*> quote file is rebuilt through the work file.
MarkQuoteConverted.
    OPEN INPUT QuoteFile
    OPEN OUTPUT QuoteWork
    IF NOT WS-QUOTE-WORK-STATUS-OK
        DISPLAY "OrderingSystem: error opening quote work file, "
            "status = " WS-QUOTE-WORK-STATUS
        CLOSE QuoteFile
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ QuoteFile
            AT END
                MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF QT-QuoteNumber = WS-QUOTE-NUMBER
                    SET QT-Converted TO TRUE
                    MOVE WS-ORDER-NUMBER TO QT-OrderNumber
                    MOVE WS-ORDER-DATE TO QT-ConvertDate
                END-IF
                WRITE QuoteWorkRecord FROM QuoteRecord
        END-READ
    END-PERFORM
    CLOSE QuoteFile
    CLOSE QuoteWork

    OPEN INPUT QuoteWork
    OPEN OUTPUT QuoteFile
    IF NOT WS-QUOTE-STATUS-OK
        DISPLAY "OrderingSystem: error rewriting quote file, status = "
            WS-QUOTE-STATUS
        CLOSE QuoteWork
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ QuoteWork
            AT END
                MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                WRITE QuoteRecord FROM QuoteWorkRecord
        END-READ
    END-PERFORM
    CLOSE QuoteWork
    CLOSE QuoteFile
    DISPLAY "Quote " WS-QUOTE-NUMBER " converted to order "
        WS-ORDER-NUMBER ".".

*> Reprint rebuilds the document from the quote file at the
*> quoted prices; tax is at the customer's current rate.
ReprintQuote.
    MOVE 'Y' TO WS-QUOTE-MODE
    DISPLAY "Enter quote number: " WITH NO ADVANCING
    ACCEPT WS-QUOTE-NUMBER-X
    IF WS-QUOTE-NUMBER-X = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-QUOTE-NUMBER-X TO WS-QUOTE-NUMBER
    PERFORM LoadQuote
    IF WS-QUOTE-LINE-COUNT = 0
        DISPLAY "Quote " WS-QUOTE-NUMBER " not found."
        EXIT PARAGRAPH
    END-IF
    PERFORM OpenOrderFiles
    ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD
    MOVE SPACES TO WS-BILL-TO-NAME
    MOVE SPACES TO WS-BILL-TO-ADDRESS
    MOVE SPACES TO WS-BILL-TO-CITY-LINE
    MOVE SPACES TO WS-CUSTOMER-STATE
    MOVE WS-QUOTE-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE "(NOT ON CUSTOMER MASTER)" TO WS-BILL-TO-NAME
            PERFORM LookUpTaxRate
        NOT INVALID KEY
            PERFORM LoadOrderCustomer
    END-READ
    MOVE WS-QUOTE-CUSTOMER TO WS-CUSTOMER-NUMBER
    MOVE 0 TO WS-LINE-NUMBER
    MOVE 0 TO WS-ORDER-GRAND-TOTAL
    PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
            UNTIL WS-QUOTE-IDX > WS-QUOTE-LINE-COUNT
        MOVE WS-QL-ITEM-CODE (WS-QUOTE-IDX) TO ITEM-CODE
        MOVE WS-QL-PRICE (WS-QUOTE-IDX) TO PRICE
        MOVE WS-QL-QUANTITY (WS-QUOTE-IDX) TO QUANTITY
        PERFORM ComputeLineTotal
        ADD 1 TO WS-LINE-NUMBER
        ADD TOTAL-COST TO WS-ORDER-GRAND-TOTAL
        MOVE ITEM-CODE  TO WS-INV-ITEM-CODE (WS-LINE-NUMBER)
        MOVE QUANTITY   TO WS-INV-QUANTITY (WS-LINE-NUMBER)
        MOVE PRICE      TO WS-INV-PRICE (WS-LINE-NUMBER)
        MOVE TOTAL-COST TO WS-INV-TOTAL (WS-LINE-NUMBER)
        MOVE WS-QL-PRICE-SRC (WS-QUOTE-IDX)
            TO WS-INV-PRICE-SRC (WS-LINE-NUMBER)
    END-PERFORM
    PERFORM ComputeOrderTax
    PERFORM PrintQuote
    IF WS-QUOTE-STATUS-CODE = 'C'
        DISPLAY "(this quote was converted to order " WS-QUOTE-ORDER
            ")"
    END-IF.

*> The quote document, to QUOTE.RPT and the screen together.
PrintQuote.
    OPEN OUTPUT QuoteDocument
    IF NOT WS-QUOTE-DOC-STATUS-OK
        DISPLAY "OrderingSystem: error opening QUOTE.RPT, status = "
            WS-QUOTE-DOC-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-QUOTE-DATE (5:2) TO WS-INVOICE-DATE-DISPLAY (1:2)
    MOVE WS-QUOTE-DATE (7:2) TO WS-INVOICE-DATE-DISPLAY (4:2)
    MOVE WS-QUOTE-DATE (1:4) TO WS-INVOICE-DATE-DISPLAY (7:4)
    MOVE WS-QUOTE-EXPIRY (5:2) TO WS-EXPIRY-DISPLAY (1:2)
    MOVE WS-QUOTE-EXPIRY (7:2) TO WS-EXPIRY-DISPLAY (4:2)
    MOVE WS-QUOTE-EXPIRY (1:4) TO WS-EXPIRY-DISPLAY (7:4)

    MOVE SPACES TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE "                    ACME MAIL ORDER COMPANY" TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE "                         SALES QUOTATION" TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE WS-QUOTE-RULE TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Quote Number: " WS-QUOTE-NUMBER "     Date: "
        WS-INVOICE-DATE-DISPLAY
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Customer: " WS-QUOTE-CUSTOMER "  " WS-BILL-TO-NAME
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "          " WS-BILL-TO-ADDRESS
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "          " WS-BILL-TO-CITY-LINE
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Salesperson: " WS-QUOTE-SLSP
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE WS-QUOTE-RULE TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE "Item Code      Quantity      Price       Line Total"
        TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE WS-QUOTE-RULE TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
            UNTIL WS-INVOICE-IDX > WS-LINE-NUMBER
        MOVE WS-INV-QUANTITY (WS-INVOICE-IDX) TO WS-EDIT-QTY
        MOVE WS-INV-PRICE (WS-INVOICE-IDX) TO WS-EDIT-PRICE
        MOVE WS-INV-TOTAL (WS-INVOICE-IDX) TO WS-EDIT-LINE-TOTAL
        PERFORM SetPriceNote
        MOVE SPACES TO WS-QUOTE-WORK
        STRING WS-INV-ITEM-CODE (WS-INVOICE-IDX) "        "
            WS-EDIT-QTY "      $" WS-EDIT-PRICE "      $"
            WS-EDIT-LINE-TOTAL WS-PRICE-NOTE
            DELIMITED BY SIZE INTO WS-QUOTE-WORK
        PERFORM WriteQuoteDocLine
    END-PERFORM
    MOVE WS-QUOTE-RULE TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE WS-ORDER-GRAND-TOTAL TO WS-EDIT-ORDER-TOTAL
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Subtotal:                                  $"
        WS-EDIT-ORDER-TOTAL
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE WS-SALES-TAX TO WS-EDIT-ORDER-TOTAL
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Estimated Sales Tax:                       $"
        WS-EDIT-ORDER-TOTAL
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    IF WS-TAX-EXEMPT = 'Y'
        MOVE SPACES TO WS-QUOTE-WORK
        STRING "   Tax exempt: certificate " WS-EXEMPT-CERT
            DELIMITED BY SIZE INTO WS-QUOTE-WORK
        PERFORM WriteQuoteDocLine
    END-IF
    MOVE WS-ORDER-FINAL-TOTAL TO WS-EDIT-ORDER-TOTAL
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Quote Total:                               $"
        WS-EDIT-ORDER-TOTAL
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE WS-QUOTE-RULE TO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    MOVE SPACES TO WS-QUOTE-WORK
    STRING "Prices are good through " WS-EXPIRY-DISPLAY
        ". Subject to stock on hand when ordered."
        DELIMITED BY SIZE INTO WS-QUOTE-WORK
    PERFORM WriteQuoteDocLine
    CLOSE QuoteDocument
    DISPLAY "Quote document written to QUOTE.RPT.".

WriteQuoteDocLine.
    DISPLAY WS-QUOTE-WORK
    WRITE QuoteDocLine FROM WS-QUOTE-WORK
    IF NOT WS-QUOTE-DOC-STATUS-OK
        DISPLAY "OrderingSystem: error writing QUOTE.RPT, status = "
            WS-QUOTE-DOC-STATUS
    END-IF.
