        WHEN "OrderingSys"
            ADD CT-RecordsWritten TO WS-CTL-ORDER-COUNT
            ADD CT-DollarTotal TO WS-CTL-ORDER-DOLLARS
*> CreditHold, OrderImport, StandingOrd and BackorderRel records
*> count the lines those programs posted to the master themselves.
*> Orders they pass to the warehouse are counted under WhseShip.
        WHEN "CreditHold"
            ADD CT-RecordsWritten TO WS-CTL-ORDER-COUNT
            ADD CT-DollarTotal TO WS-CTL-ORDER-DOLLARS
        WHEN "OrderImport"
            ADD CT-RecordsWritten TO WS-CTL-ORDER-COUNT
            ADD CT-DollarTotal TO WS-CTL-ORDER-DOLLARS
        WHEN "StandingOrd"
            ADD CT-RecordsWritten TO WS-CTL-ORDER-COUNT
            ADD CT-DollarTotal TO WS-CTL-ORDER-DOLLARS
        WHEN "BackorderRel"
            ADD CT-RecordsWritten TO WS-CTL-ORDER-COUNT
            ADD CT-DollarTotal TO WS-CTL-ORDER-DOLLARS
*> Every order line reaches the master through the warehouse's
*> shipment confirmation.
        WHEN "WhseShip"
            ADD CT-RecordsWritten TO WS-CTL-ORDER-COUNT
            ADD CT-DollarTotal TO WS-CTL-ORDER-DOLLARS
*> Archived order lines left the master but their ORDER/RETURN
*> audit entries remain, so the archive's control record nets
*> them out of both sides of the comparison.
        WHEN AL-Program-Id = "OrderingSys"
            AND (AL-Action = "ORDER" OR AL-Action = "RETURN")
            ADD 1 TO WS-AUD-ORDER-COUNT
*> RELEASE, ORDER and BORELEASE entries match the lines the entry
*> programs posted to the master themselves. Their OPENORDER and
*> CRRELEASE entries go to the open-order file and are counted as
*> SHIP entries when the warehouse ships them.
        WHEN AL-Program-Id = "CreditHold"
            AND AL-Action = "RELEASE"
            ADD 1 TO WS-AUD-ORDER-COUNT
        WHEN AL-Program-Id = "OrderImport"
            AND AL-Action = "ORDER"
            ADD 1 TO WS-AUD-ORDER-COUNT
        WHEN AL-Program-Id = "StandingOrd"
            AND AL-Action = "ORDER"
            ADD 1 TO WS-AUD-ORDER-COUNT
        WHEN AL-Program-Id = "BackorderRel"
            AND AL-Action = "BORELEASE"
            ADD 1 TO WS-AUD-ORDER-COUNT
        WHEN AL-Program-Id = "WhseShip"
            AND AL-Action = "SHIP"
            ADD 1 TO WS-AUD-ORDER-COUNT
        WHEN AL-Program-Id = "GradeCalc"
            AND (AL-Action = "GRADE" OR AL-Action = "GRADECHG")
            ADD 1 TO WS-AUD-GRADE-COUNT
