        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Key
        FILE STATUS IS WS-SHIPTO-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD CustomerMaster.
COPY CUSTMAST.

FD ShipToFile.
COPY SHIPTO.

FD AuditLog.
COPY AUDITREC.

01 WS-SEARCH-NUMBER  PIC X(10).

COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPTO-STATUS==.

*> Ship-to address maintenance for one customer at a time.
01 WS-SHIPTO-CHOICE    PIC X.
01 WS-SHIPTO-DONE      PIC X.
01 WS-SHIPTO-CUSTOMER  PIC X(10).
01 WS-SHIPTO-CODE      PIC X(4).
01 WS-SHIPTO-COUNT     PIC 9(3).

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Sales-tax exemption certificate keyed by the operator.
01 WS-EXPIRY-X         PIC X(8).
01 WS-EXPIRY-N REDEFINES WS-EXPIRY-X PIC 9(8).
01 WS-EXPIRY-OK        PIC X.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    PERFORM OpenCustomerMaster.
    PERFORM OpenShipToFile.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "2. View Customer List"
        DISPLAY "3. Update Customer"
        DISPLAY "4. Delete Customer"
        DISPLAY "5. Ship-To Addresses"
        DISPLAY "6. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

            WHEN '4'
                PERFORM DeleteCustomer
            WHEN '5'
                PERFORM MaintainShipTos
            WHEN '6'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
    END-PERFORM.

    CLOSE CustomerMaster.
    CLOSE ShipToFile.
    CLOSE AuditLog.
    GOBACK.

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
        GOBACK
    END-IF.

OpenShipToFile.
    OPEN I-O ShipToFile.
    IF WS-SHIPTO-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ShipToFile
        CLOSE ShipToFile
        OPEN I-O ShipToFile
    END-IF
    IF NOT WS-SHIPTO-STATUS-OK
        DISPLAY "CustomerMaintenance: error opening ship-to file, "
            "status = " WS-SHIPTO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
    MOVE "CustMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CustomerMaintenance: error writing audit record, "
    ACCEPT CM-CreditLimit.
    DISPLAY "Finance-charge exempt (Y/N, house accounts = Y): ".
    ACCEPT CM-FinChgExempt.
    DISPLAY "Contract price group (blank = none): ".
    ACCEPT CM-PriceGroup.
    PERFORM AcceptExemptCert.
    MOVE 0 TO CM-Balance.

    WRITE CustomerRecord
            DISPLAY "Currently finance-charge exempt: " CM-FinChgExempt
            DISPLAY "Finance-charge exempt (Y/N): "
            ACCEPT CM-FinChgExempt
            DISPLAY "Current contract price group: " CM-PriceGroup
            DISPLAY "Enter new price group (blank = none): "
            ACCEPT CM-PriceGroup
            IF CM-ExemptCertNumber = SPACES
                DISPLAY "Current exemption certificate: (none)"
            ELSE
                DISPLAY "Current exemption certificate: "
                    CM-ExemptCertNumber " " CM-ExemptJurisdiction
                    " expires " CM-ExemptExpiry
            END-IF
            PERFORM AcceptExemptCert
            REWRITE CustomerRecord
                INVALID KEY
                    DISPLAY "Could not update customer record."
            END-REWRITE
    END-READ.

*> A customer that buys for resale or is otherwise exempt holds a
*> certificate for one taxing jurisdiction; orders billed to that
*> state up to the expiry date carry no sales tax.
AcceptExemptCert.
    DISPLAY "Tax exemption certificate number (blank = none): ".
    ACCEPT CM-ExemptCertNumber.
    IF CM-ExemptCertNumber = SPACES
        MOVE SPACES TO CM-ExemptJurisdiction
        MOVE 0 TO CM-ExemptExpiry
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Certificate jurisdiction (blank = " CM-State "): ".
    ACCEPT CM-ExemptJurisdiction.
    IF CM-ExemptJurisdiction = SPACES
        MOVE CM-State TO CM-ExemptJurisdiction
    END-IF
    MOVE 'N' TO WS-EXPIRY-OK
    PERFORM UNTIL WS-EXPIRY-OK = 'Y'
        DISPLAY "Certificate expiry date (YYYYMMDD): "
        ACCEPT WS-EXPIRY-X
        IF WS-EXPIRY-X IS NUMERIC
            AND FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-N) = 0
            MOVE WS-EXPIRY-N TO CM-ExemptExpiry
            MOVE 'Y' TO WS-EXPIRY-OK
        ELSE
            DISPLAY "Invalid date."
        END-IF
    END-PERFORM.

DeleteCustomer.
    DISPLAY "Enter customer number to delete: ".
    ACCEPT WS-SEARCH-NUMBER.
                    " Bal $" CM-Balance
        END-READ
    END-PERFORM.

*> ------------------------------------------------------------------
*> Alternate ship-to addresses for a customer with several
*> locations. The order taker picks one by code on the order; the
*> invoice still goes to the bill-to address on the master.
*> ------------------------------------------------------------------
MaintainShipTos.
    DISPLAY "Enter customer number: ".
    ACCEPT WS-SHIPTO-CUSTOMER.
    MOVE WS-SHIPTO-CUSTOMER TO CM-CustomerNumber.
    READ CustomerMaster
        INVALID KEY
            DISPLAY "Customer number not found."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Ship-to addresses for " CM-CustomerNumber " " CM-Name.

    MOVE 'N' TO WS-SHIPTO-DONE.
    PERFORM UNTIL WS-SHIPTO-DONE = 'Y'
        DISPLAY "1. List Ship-To Addresses"
        DISPLAY "2. Add Ship-To Address"
        DISPLAY "3. Update Ship-To Address"
        DISPLAY "4. Delete Ship-To Address"
        DISPLAY "5. Return to Customer Menu"
        DISPLAY "Enter your choice: "
        ACCEPT WS-SHIPTO-CHOICE

        EVALUATE WS-SHIPTO-CHOICE
            WHEN '1'
                PERFORM ListShipTos
            WHEN '2'
                PERFORM AddShipTo
            WHEN '3'
                PERFORM UpdateShipTo
            WHEN '4'
                PERFORM DeleteShipTo
            WHEN '5'
                MOVE 'Y' TO WS-SHIPTO-DONE
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

ListShipTos.
    DISPLAY "Code Name                           City"
        "                 St".
    DISPLAY "------------------------------------------------------------".
    MOVE WS-SHIPTO-CUSTOMER TO SA-CustomerNumber.
    MOVE LOW-VALUES TO SA-ShipToCode.
    MOVE 0 TO WS-SHIPTO-COUNT.
    MOVE 'N' TO WS-EOF-SWITCH.

    START ShipToFile KEY IS NOT LESS THAN SA-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START.

    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ShipToFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF SA-CustomerNumber NOT = WS-SHIPTO-CUSTOMER
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    DISPLAY SA-ShipToCode " " SA-Name " " SA-City
                        " " SA-State
                    ADD 1 TO WS-SHIPTO-COUNT
                END-IF
        END-READ
    END-PERFORM.

    IF WS-SHIPTO-COUNT = 0
        DISPLAY "No ship-to addresses; orders ship to the bill-to "
            "address."
    END-IF.

AddShipTo.
    DISPLAY "Enter ship-to code: ".
    ACCEPT WS-SHIPTO-CODE.
    IF WS-SHIPTO-CODE = SPACES
        DISPLAY "A ship-to code is required. Address not added."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-SHIPTO-CUSTOMER TO SA-CustomerNumber.
    MOVE WS-SHIPTO-CODE TO SA-ShipToCode.
    DISPLAY "Enter ship-to name: ".
    ACCEPT SA-Name.
    DISPLAY "Enter street address: ".
    ACCEPT SA-Address.
    DISPLAY "Enter city: ".
    ACCEPT SA-City.
    DISPLAY "Enter state: ".
    ACCEPT SA-State.
    DISPLAY "Enter zip code: ".
    ACCEPT SA-Zip.
    DISPLAY "Enter phone number: ".
    ACCEPT SA-Phone.

    WRITE ShipToRecord
        INVALID KEY
            IF WS-SHIPTO-STATUS-DUPLICATE-KEY
                DISPLAY "Ship-to code " SA-ShipToCode
                    " already exists for this customer. Not added."
            ELSE
                DISPLAY "Could not add ship-to address. Record was "
                    "not written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Ship-to address added successfully."
            MOVE "SHIPTOADD" TO WS-AUDIT-ACTION
            MOVE SA-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

UpdateShipTo.
    DISPLAY "Enter ship-to code to update: ".
    ACCEPT WS-SHIPTO-CODE.
    MOVE WS-SHIPTO-CUSTOMER TO SA-CustomerNumber.
    MOVE WS-SHIPTO-CODE TO SA-ShipToCode.

    READ ShipToFile
        INVALID KEY
            DISPLAY "Ship-to code not found."
        NOT INVALID KEY
            DISPLAY "Current name: " SA-Name
            DISPLAY "Enter new name: "
            ACCEPT SA-Name
            DISPLAY "Current street address: " SA-Address
            DISPLAY "Enter new street address: "
            ACCEPT SA-Address
            DISPLAY "Current city: " SA-City
            DISPLAY "Enter new city: "
            ACCEPT SA-City
            DISPLAY "Current state: " SA-State
            DISPLAY "Enter new state: "
            ACCEPT SA-State
            DISPLAY "Current zip code: " SA-Zip
            DISPLAY "Enter new zip code: "
            ACCEPT SA-Zip
            DISPLAY "Current phone number: " SA-Phone
            DISPLAY "Enter new phone number: "
            ACCEPT SA-Phone
            REWRITE ShipToRecord
                INVALID KEY
                    DISPLAY "Could not update ship-to address."
                NOT INVALID KEY
                    DISPLAY "Ship-to address updated successfully."
                    MOVE "SHIPTOUPD" TO WS-AUDIT-ACTION
                    MOVE SA-Key TO WS-AUDIT-KEY
                    PERFORM WriteAuditRecord
            END-REWRITE
    END-READ.

DeleteShipTo.
    DISPLAY "Enter ship-to code to delete: ".
    ACCEPT WS-SHIPTO-CODE.
    MOVE WS-SHIPTO-CUSTOMER TO SA-CustomerNumber.
    MOVE WS-SHIPTO-CODE TO SA-ShipToCode.

    DELETE ShipToFile
        INVALID KEY
            DISPLAY "Ship-to code not found."
        NOT INVALID KEY
            DISPLAY "Ship-to address deleted successfully."
            MOVE "SHIPTODEL" TO WS-AUDIT-ACTION
            MOVE SA-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-DELETE.
