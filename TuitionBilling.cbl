COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    DISPLAY "Term to bill (e.g. 2026FA): " WITH NO ADVANCING
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
    MOVE "TuitionBill" TO AL-Program-Id
    MOVE "OVERRIDE" TO AL-Action
    MOVE "RUNCTL" TO AL-Key-Field
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    MOVE SO-UserId TO AL-UserId
    WRITE AuditLogRecord
    CLOSE AuditLog
    DISPLAY "Override accepted and audit-logged.".
    MOVE "TuitionBill" TO AL-Program-Id.
    MOVE "TUITION" TO AL-Action.
    MOVE WS-CURR-STUDENT TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "TuitionBilling: error writing audit record, "
    MOVE 0 TO CM-Balance
    MOVE 0 TO CM-CreditLimit
    MOVE 'N' TO CM-FinChgExempt
    MOVE 0 TO CM-ExemptExpiry
    WRITE CustomerRecord
        INVALID KEY
            DISPLAY "TuitionBilling: could not create account for "
