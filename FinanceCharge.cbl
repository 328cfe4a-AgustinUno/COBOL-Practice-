01 WS-AUDIT-DATE PIC 9(8).
01 WS-AUDIT-TIME PIC 9(8).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    DISPLAY "Monthly rate (e.g. 0.015, blank = 1.5 pct): "
        WITH NO ADVANCING
    MOVE "FinanceChg" TO AL-Program-Id.
    MOVE "FINCHG" TO AL-Action.
    MOVE WS-CURR-CUSTOMER TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "FinanceCharge: error writing audit record, "

ReleaseOnePastDueItem.
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF OI-Closed OR WS-OPEN-AMOUNT <= 0
        EXIT PARAGRAPH
    END-IF
*> Never assess a charge on a prior finance charge.
