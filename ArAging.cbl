    05 SR-Quantity         PIC S999.
    05 SR-Price            PIC 999V99.
    05 SR-TotalCost        PIC S9(6)V99.
    05 SR-Salesperson      PIC X(3).
    05 SR-UnitCost         PIC 999V99.
    05 SR-PriceSource      PIC X.
    05 SR-TaxStatus        PIC X.

FD OpenItemFile.
COPY OPENITEM.
01 WS-CURR-CUSTOMER PIC X(10).
01 WS-CURR-ORDER    PIC 9(16).
01 WS-CURR-ORDER-DATE PIC 9(8).
01 WS-CURR-TAX-STATUS PIC X VALUE SPACE.
01 WS-ORDER-MERCH-TOTAL PIC S9(7)V99 VALUE 0.
01 WS-ORDER-INV-TOTAL   PIC S9(7)V99.
01 WS-FIRST-RECORD  PIC X VALUE 'Y'.
            END-IF
        END-IF
    END-IF
    MOVE SR-TaxStatus TO WS-CURR-TAX-STATUS
    ADD SR-TotalCost TO WS-ORDER-MERCH-TOTAL.

*> ------------------------------------------------------------------
ReleaseOneOpenItem.
    COMPUTE WS-OPEN-AMOUNT =
        OI-OriginalAmount - OI-AmountPaid
    IF OI-Closed OR WS-OPEN-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE OI-CustomerNumber TO SO-CustomerNumber
    END-READ.

*> Invoice total = merchandise plus sales tax, the same math
*> OrderingSystem applies when it posts the invoice. An order billed
*> under the customer's exemption certificate carries no tax.
CloseCurrentInvoice.
    IF WS-CURR-TAX-STATUS = 'E'
        MOVE WS-ORDER-MERCH-TOTAL TO WS-ORDER-INV-TOTAL
    ELSE
        COMPUTE WS-ORDER-INV-TOTAL ROUNDED =
            WS-ORDER-MERCH-TOTAL * (1 + WS-TAX-RATE)
    END-IF
    IF WS-INVOICE-COUNT >= WS-MAX-INVOICES
        DISPLAY "ArAging: more than " WS-MAX-INVOICES
            " invoices for customer " WS-CURR-CUSTOMER
                "  Unappl " WS-INV-ORDER-NUMBER (WS-INVOICE-IDX)
                "  $" WS-AMT-DISPLAY
                DELIMITED BY SIZE INTO WS-STMT-WORK
        WHEN 'A'
            STRING "  " WS-INV-DATE (WS-INVOICE-IDX)
                "  AidCr  " WS-INV-ORDER-NUMBER (WS-INVOICE-IDX)
                "  $" WS-AMT-DISPLAY
                DELIMITED BY SIZE INTO WS-STMT-WORK
        WHEN OTHER
            STRING "  " WS-INV-DATE (WS-INVOICE-IDX)
                "  Order " WS-INV-ORDER-NUMBER (WS-INVOICE-IDX)
