COPY AUDITREC.

FD GenerationFile.
01 GenerationRecord PIC X(80).

FD GenDirectory.
COPY AUDGDIR.
        WHEN AL-Program-Id = "OrderImport"
            AND AL-Action = "ORDER"
            ADD 1 TO WS-CUT-ORDER-COUNT
        WHEN AL-Program-Id = "StandingOrd"
            AND AL-Action = "ORDER"
            ADD 1 TO WS-CUT-ORDER-COUNT
        WHEN AL-Program-Id = "BackorderRel"
            AND AL-Action = "BORELEASE"
            ADD 1 TO WS-CUT-ORDER-COUNT
        WHEN AL-Program-Id = "WhseShip"
            AND AL-Action = "SHIP"
            ADD 1 TO WS-CUT-ORDER-COUNT
        WHEN AL-Program-Id = "GradeCalc"
            AND (AL-Action = "GRADE" OR AL-Action = "GRADECHG")
            ADD 1 TO WS-CUT-GRADE-COUNT
