01 WS-ORDER-TOTAL PIC S9(7)V99.
01 WS-ORDER-OPEN PIC X VALUE 'N'.
01 WS-ORDER-TAX PIC S9(6)V99.
*> E when the order was billed under an exemption certificate:
*> its sales register as exempt and carry no tax.
01 WS-ORDER-TAX-STATUS PIC X VALUE SPACE.

*> One bucket per jurisdiction reported. The code space is the
*> two-character state code, so sixty entries covers it.
   05 WS-JUR-ENTRY OCCURS 60 TIMES INDEXED BY WS-JUR-IDX.
      10 WS-JUR-CODE    PIC XX.
      10 WS-JUR-SALES   PIC S9(9)V99.
      10 WS-JUR-EXEMPT  PIC S9(9)V99.
      10 WS-JUR-TAX     PIC S9(9)V99.
01 WS-JUR-COUNT PIC 99 VALUE 0.
01 WS-MAX-JURS  PIC 99 VALUE 60.
01 WS-FOUND-SWITCH PIC X.

01 WS-TOT-SALES PIC S9(11)V99 VALUE 0.
01 WS-TOT-EXEMPT PIC S9(11)V99 VALUE 0.
01 WS-TOT-TAX   PIC S9(11)V99 VALUE 0.
01 WS-EDIT-SALES PIC -(8)9.99.
01 WS-EDIT-EXEMPT PIC -(8)9.99.
01 WS-EDIT-TAX   PIC -(8)9.99.

PROCEDURE DIVISION.
        MOVE OM-OrderNumber TO WS-CURR-ORDER
        MOVE OM-CustomerNumber TO WS-CURR-CUSTOMER
        MOVE OM-TotalCost TO WS-ORDER-TOTAL
        MOVE OM-TaxStatus TO WS-ORDER-TAX-STATUS
        PERFORM RegisterOrder
        EXIT PARAGRAPH
    END-IF
        MOVE OM-OrderNumber TO WS-CURR-ORDER
        MOVE OM-CustomerNumber TO WS-CURR-CUSTOMER
        MOVE 0 TO WS-ORDER-TOTAL
        MOVE OM-TaxStatus TO WS-ORDER-TAX-STATUS
        MOVE 'Y' TO WS-ORDER-OPEN
    END-IF
    ADD OM-TotalCost TO WS-ORDER-TOTAL.

RegisterOrder.
    PERFORM ResolveJurisdiction
    PERFORM FindOrAddJurisdiction
    IF WS-ORDER-TAX-STATUS = 'E'
        IF WS-FOUND-SWITCH = 'Y'
            ADD WS-ORDER-TOTAL TO WS-JUR-EXEMPT (WS-JUR-IDX)
        END-IF
        ADD WS-ORDER-TOTAL TO WS-TOT-EXEMPT
        MOVE 'N' TO WS-ORDER-OPEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ORDER-TAX ROUNDED = WS-ORDER-TOTAL * WS-TAX-RATE
    IF WS-FOUND-SWITCH = 'Y'
        ADD WS-ORDER-TOTAL TO WS-JUR-SALES (WS-JUR-IDX)
        ADD WS-ORDER-TAX TO WS-JUR-TAX (WS-JUR-IDX)
            SET WS-JUR-IDX TO WS-JUR-COUNT
            MOVE CM-State TO WS-JUR-CODE (WS-JUR-IDX)
            MOVE 0 TO WS-JUR-SALES (WS-JUR-IDX)
            MOVE 0 TO WS-JUR-EXEMPT (WS-JUR-IDX)
            MOVE 0 TO WS-JUR-TAX (WS-JUR-IDX)
            MOVE 'Y' TO WS-FOUND-SWITCH
        END-IF
    DISPLAY " "
    DISPLAY "Sales Tax Register for Period " WS-PERIOD
    DISPLAY "------------------------------------------------------"
        "-------------"
    DISPLAY "Jurisdiction    Taxable Sales     Exempt Sales      "
        "Tax Collected"
    DISPLAY "------------------------------------------------------"
        "-------------"
    PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
            UNTIL WS-JUR-IDX > WS-JUR-COUNT
        MOVE WS-JUR-SALES (WS-JUR-IDX) TO WS-EDIT-SALES
        MOVE WS-JUR-EXEMPT (WS-JUR-IDX) TO WS-EDIT-EXEMPT
        MOVE WS-JUR-TAX (WS-JUR-IDX) TO WS-EDIT-TAX
        DISPLAY WS-JUR-CODE (WS-JUR-IDX) "            $"
            WS-EDIT-SALES "     $" WS-EDIT-EXEMPT "      $" WS-EDIT-TAX
    END-PERFORM
    DISPLAY "------------------------------------------------------"
        "-------------"
    MOVE WS-TOT-SALES TO WS-EDIT-SALES
    MOVE WS-TOT-EXEMPT TO WS-EDIT-EXEMPT
    MOVE WS-TOT-TAX TO WS-EDIT-TAX
    DISPLAY "TOTAL         $" WS-EDIT-SALES "     $" WS-EDIT-EXEMPT
        "      $" WS-EDIT-TAX
    IF WS-JUR-COUNT = 0
        DISPLAY "No taxable activity in the period."
    END-IF.
