01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM OpenVendorMaster.
    PERFORM OpenAuditLog.
    MOVE "VendMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "VendorMaintenance: error writing audit record, "
    ACCEPT VN-Zip.
    DISPLAY "Enter phone number: ".
    ACCEPT VN-Phone.
    DISPLAY "Enter payment terms in days (0 = net 30): ".
    ACCEPT VN-TermsDays.

    WRITE VendorRecord
        INVALID KEY
            DISPLAY "Current phone number: " VN-Phone
            DISPLAY "Enter new phone number: "
            ACCEPT VN-Phone
            IF VN-TermsDays NOT NUMERIC
                MOVE 0 TO VN-TermsDays
            END-IF
            DISPLAY "Current payment terms (days, 0 = net 30): "
                VN-TermsDays
            DISPLAY "Enter new payment terms: "
            ACCEPT VN-TermsDays
            REWRITE VendorRecord
                INVALID KEY
                    DISPLAY "Could not update vendor record."
