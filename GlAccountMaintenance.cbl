COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    PERFORM OpenGlAccountFile.
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
    MOVE "OVERRIDE" TO WS-AUDIT-ACTION
    MOVE "RUNCTL" TO WS-AUDIT-KEY
    MOVE "GlAcctMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "GlAccountMaintenance: error writing audit record, "
    ACCEPT GA-AccountNumber.
    DISPLAY "Enter description: ".
    ACCEPT GA-Description.
    DISPLAY "Enter usage (R=AR, S=Sales, T=Tax Payable, "
        "E=Retained Earnings, B=Bad Debt, C=Cash, O=Other): ".
    ACCEPT GA-Usage.
    DISPLAY "Enter class (A=Asset, L=Liability, Q=Equity, "
        "I=Revenue, X=Expense): ".
    ACCEPT GA-AccountType.

    WRITE GlAccountRecord
        INVALID KEY
            DISPLAY "Enter new description: "
            ACCEPT GA-Description
            DISPLAY "Current usage: " GA-Usage
            DISPLAY "Enter new usage (R/S/T/E/B/C/O): "
            ACCEPT GA-Usage
            DISPLAY "Current class: " GA-AccountType
            DISPLAY "Enter new class (A/L/Q/I/X): "
            ACCEPT GA-AccountType
            REWRITE GlAccountRecord
                INVALID KEY
                    DISPLAY "Could not update account record."
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                DISPLAY GA-AccountNumber " " GA-Description
                    " usage " GA-Usage " class " GA-AccountType
        END-READ
    END-PERFORM.
