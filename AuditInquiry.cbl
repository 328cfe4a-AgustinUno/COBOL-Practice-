01 WS-FILTER-PROGRAM PIC X(20).
01 WS-FILTER-ACTION  PIC X(10).
01 WS-FILTER-KEY     PIC X(20).
01 WS-FILTER-USER    PIC X(8).
01 WS-MATCH-COUNT  PIC 9(7) VALUE 0.
01 WS-READ-COUNT   PIC 9(7) VALUE 0.

01 WS-AL-TIME      PIC X(8).
01 WS-DATE-DISPLAY PIC X(10).
01 WS-TIME-DISPLAY PIC X(8).
*> Operator signed on when the record was written; entries made by
*> batch job steps (and those logged before sign-on) carry none.
01 WS-USER-DISPLAY PIC X(8).

01 WS-SUMMARY-DATE PIC 9(8).
01 WS-SUMMARY-DATE-X PIC X(8).
    END-IF.

*> ------------------------------------------------------------------
*> Inquiry mode: filter by date range, program, action, key and
*> the operator who was signed on.
*> A blank answer leaves that filter wide open.
*> ------------------------------------------------------------------
AuditRecordInquiry.
    ACCEPT WS-FILTER-ACTION.
    DISPLAY "Key field (blank for all): " WITH NO ADVANCING.
    ACCEPT WS-FILTER-KEY.
    DISPLAY "Operator user id (blank for all): " WITH NO ADVANCING.
    ACCEPT WS-FILTER-USER.

    DISPLAY " ".
    DISPLAY "Audit Log Inquiry".
    DISPLAY "------------------------------------------------------------"
        "-----------------".
    DISPLAY "Date       Time     Program              Action     User     "
        "Key".
    DISPLAY "------------------------------------------------------------"
        "-----------------".

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AuditLog
    END-IF

    DISPLAY "------------------------------------------------------------"
        "-----------------".
    DISPLAY "Records read: " WS-READ-COUNT
        "   Records matched: " WS-MATCH-COUNT
    IF WS-GENS-SEARCHED > 0
        AND AL-Key-Field NOT = WS-FILTER-KEY
        EXIT PARAGRAPH
    END-IF
    IF WS-FILTER-USER NOT = SPACES
        AND AL-UserId NOT = WS-FILTER-USER
        EXIT PARAGRAPH
    END-IF

    PERFORM FormatTimestamp
    IF AL-UserId = SPACES
        MOVE "(batch)" TO WS-USER-DISPLAY
    ELSE
        MOVE AL-UserId TO WS-USER-DISPLAY
    END-IF
    DISPLAY WS-DATE-DISPLAY " " WS-TIME-DISPLAY " " AL-Program-Id
        " " AL-Action " " WS-USER-DISPLAY " " AL-Key-Field
    ADD 1 TO WS-MATCH-COUNT.

FormatTimestamp.
