COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    PERFORM BalanceExtractFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT SO-Supervisor
        DISPLAY "The override needs a supervisor sign-on."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenAuditLog
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE "PaymentPost" TO AL-Program-Id
    MOVE "OVERRIDE" TO AL-Action
    MOVE "RUNCTL" TO AL-Key-Field
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    MOVE SO-UserId TO AL-UserId
    WRITE AuditLogRecord
    CLOSE AuditLog
    DISPLAY "Override accepted and audit-logged.".
    MOVE "PaymentPost" TO AL-Program-Id.
    MOVE "PAYMENT" TO AL-Action.
    MOVE WS-TXN-ACCOUNT TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "PaymentPosting: error writing audit record, status = "
        PERFORM WriteUnappliedCash
        EXIT PARAGRAPH
    END-IF
*> A written-off invoice already left CM-Balance as bad debt, so
*> a late recovery on it is carried as a credit for the
*> collections desk instead of reopening the item.
    IF OI-WrittenOff
        DISPLAY "PaymentPosting: invoice " OI-InvoiceNumber
            " was written off; payment carried as unapplied cash."
        MOVE WS-PAY-AMOUNT TO WS-UNAP-AMOUNT
        PERFORM WriteUnappliedCash
        EXIT PARAGRAPH
    END-IF
    ADD WS-PAY-AMOUNT TO OI-AmountPaid
    MOVE 0 TO WS-APPLY-EXCESS
    IF OI-AmountPaid >= OI-OriginalAmount
