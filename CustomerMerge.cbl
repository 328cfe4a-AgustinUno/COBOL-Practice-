        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT OpenOrders ASSIGN TO "ORDOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-ORDER-STATUS.

    SELECT HeldOrders ASSIGN TO "HELDORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.

    SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKORDER-STATUS.

    SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Key
        FILE STATUS IS WS-SHIPTO-STATUS.

    SELECT StandingOrders ASSIGN TO "STANDORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SD-Key
        FILE STATUS IS WS-STANDING-STATUS.

    SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-Key
        FILE STATUS IS WS-CONTRACT-STATUS.

    SELECT CollectionWorklist ASSIGN TO "COLLWORK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CW-CustomerNumber
        FILE STATUS IS WS-WORKLIST-STATUS.

    SELECT CollectionNotes ASSIGN TO "COLLNOTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTE-STATUS.

    SELECT RefundQueue ASSIGN TO "REFUNDQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT MergeWork ASSIGN TO "MERGEWRK.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.
FD OpenItemFile.
COPY OPENITEM.

FD OpenOrders.
COPY OPENORD.

FD HeldOrders.
COPY HELDORD.

FD BackorderFile.
COPY BACKORD.

FD ShipToFile.
COPY SHIPTO.

FD StandingOrders.
COPY STANDORD.

FD ContractFile.
COPY CONTRACT.

FD CollectionWorklist.
COPY COLLWORK.

FD CollectionNotes.
COPY COLLNOTE.

FD RefundQueue.
COPY REFUNDQ.

*> Wide enough for the longest sequential record copied through it.
FD MergeWork.
01 MergeWorkRecord PIC X(200).

FD AuditLog.
COPY AUDITREC.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-REGISTER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPEN-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HELD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-BACKORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SHIPTO-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STANDING-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORKLIST-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-NOTE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUEUE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-WORK-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-ORDER-LINES-MOVED PIC 9(7) VALUE 0.
01 WS-PAYMENTS-MOVED PIC 9(7) VALUE 0.
01 WS-OPEN-ITEMS-MOVED PIC 9(7) VALUE 0.
01 WS-OPEN-ORDERS-MOVED PIC 9(7) VALUE 0.
01 WS-HELD-LINES-MOVED PIC 9(7) VALUE 0.
01 WS-BACKORDERS-MOVED PIC 9(7) VALUE 0.
01 WS-SHIPTOS-MOVED PIC 9(7) VALUE 0.
01 WS-STANDING-MOVED PIC 9(7) VALUE 0.
01 WS-CONTRACTS-MOVED PIC 9(7) VALUE 0.
01 WS-CONTRACTS-DROPPED PIC 9(7) VALUE 0.
01 WS-NOTES-MOVED PIC 9(7) VALUE 0.
01 WS-REFUNDS-DROPPED PIC 9(7) VALUE 0.

*> Merge pre-checks. A ship-to code both accounts use, or more
*> standing orders than the survivor has numbers left for, stops
*> the merge before anything is touched.
01 WS-CLASH-SWITCH PIC X VALUE 'N'.
    88 WS-MERGE-CLASH VALUE 'Y'.
01 WS-SCAN-SWITCH PIC X.
01 WS-CLASH-CODE PIC X(4).
01 WS-SURVIVOR-HIGH-NO PIC 99 VALUE 0.
01 WS-DUPLICATE-SO-COUNT PIC 999 VALUE 0.
01 WS-NEXT-STANDING-NO PIC 99 VALUE 0.
01 WS-OLD-STANDING-NO PIC 99.
01 WS-CHECK-TOTAL PIC 999.
01 WS-SURVIVOR-LISTED PIC X.

01 WS-AUDIT-ACTION PIC X(10).
01 WS-AUDIT-KEY PIC X(20).
01 WS-AUDIT-DATE PIC 9(8).
01 WS-AUDIT-TIME PIC 9(8).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl
    DISPLAY "Customer Merge Utility"
    MOVE CM-Name TO WS-DUPLICATE-NAME
    MOVE CM-Balance TO WS-DUPLICATE-BALANCE

    PERFORM CheckShipToClash
    PERFORM CheckStandingNumbers
    IF WS-MERGE-CLASH
        DISPLAY "Merge cancelled; nothing has been changed."
        CLOSE CustomerMaster
        GOBACK
    END-IF

    DISPLAY " "
    DISPLAY "Survivor:  " WS-SURVIVOR "  " WS-SURVIVOR-NAME
    DISPLAY "Duplicate: " WS-DUPLICATE "  " WS-DUPLICATE-NAME
        "  balance $" WS-DUPLICATE-BALANCE
    DISPLAY "The duplicate's orders, open and held orders, "
        "backorders, payments, open items, ship-to addresses,"
    DISPLAY "standing orders, contract prices, and collection "
        "records will be reassigned and the duplicate deleted."
    DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
    PERFORM ReassignOrderLines
    PERFORM ReassignPayments
    PERFORM ReassignOpenItems
    PERFORM ReassignOpenOrders
    PERFORM ReassignHeldOrders
    PERFORM ReassignBackorders
    PERFORM ReassignShipTos
    PERFORM ReassignStandingOrders
    PERFORM ReassignContracts
    PERFORM ReassignWorklistEntry
    PERFORM ReassignCollectionNotes
    PERFORM DropRefundCandidates
    PERFORM CombineAndDelete
    CLOSE CustomerMaster
    CLOSE AuditLog
    DISPLAY "Order lines reassigned:  " WS-ORDER-LINES-MOVED
    DISPLAY "Payments reassigned:     " WS-PAYMENTS-MOVED
    DISPLAY "Open items reassigned:   " WS-OPEN-ITEMS-MOVED
    DISPLAY "Open order lines:        " WS-OPEN-ORDERS-MOVED
    DISPLAY "Held order lines:        " WS-HELD-LINES-MOVED
    DISPLAY "Backorders reassigned:   " WS-BACKORDERS-MOVED
    DISPLAY "Ship-to addresses:       " WS-SHIPTOS-MOVED
    DISPLAY "Standing orders:         " WS-STANDING-MOVED
    DISPLAY "Contract prices moved:   " WS-CONTRACTS-MOVED
    DISPLAY "Contract prices dropped: " WS-CONTRACTS-DROPPED
    DISPLAY "Collection notes:        " WS-NOTES-MOVED
    DISPLAY "Refund entries dropped:  " WS-REFUNDS-DROPPED
    GOBACK.

*> No update work while the nightly stream owns the files: a
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
    MOVE "CustMerge" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CustomerMerge: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> ------------------------------------------------------------------
*> Pre-checks, run before the operator confirms. Ship-to addresses
*> are keyed by customer + code, so a code the two accounts share
*> cannot be moved without one overwriting the other; the order
*> desk renames one first. Standing orders are renumbered under
*> the survivor, which has only 99 numbers to give.
*> ------------------------------------------------------------------
CheckShipToClash.
    OPEN INPUT ShipToFile
    IF WS-SHIPTO-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-SHIPTO-STATUS-OK
        DISPLAY "CustomerMerge: error opening ship-to file, "
            "status = " WS-SHIPTO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-DUPLICATE TO SA-CustomerNumber
    MOVE LOW-VALUES TO SA-ShipToCode
    MOVE 'N' TO WS-SCAN-SWITCH
    START ShipToFile KEY IS NOT LESS THAN SA-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-SWITCH
    END-START
    PERFORM UNTIL WS-SCAN-SWITCH = 'Y'
        READ ShipToFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCAN-SWITCH
            NOT AT END
                IF SA-CustomerNumber NOT = WS-DUPLICATE
                    MOVE 'Y' TO WS-SCAN-SWITCH
                ELSE
                    PERFORM CheckOneShipTo
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShipToFile.

*> Looks the duplicate's code up under the survivor, then puts the
*> scan back where it was.
CheckOneShipTo.
    MOVE SA-ShipToCode TO WS-CLASH-CODE
    MOVE WS-SURVIVOR TO SA-CustomerNumber
    READ ShipToFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Ship-to code " WS-CLASH-CODE
                " is on both accounts; give the duplicate's a new "
                "code in CustomerMaintenance first."
            SET WS-MERGE-CLASH TO TRUE
    END-READ
    MOVE WS-DUPLICATE TO SA-CustomerNumber
    MOVE WS-CLASH-CODE TO SA-ShipToCode
    START ShipToFile KEY IS GREATER THAN SA-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-SWITCH
    END-START.

CheckStandingNumbers.
    OPEN INPUT StandingOrders
    IF WS-STANDING-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-STANDING-STATUS-OK
        DISPLAY "CustomerMerge: error opening standing orders, "
            "status = " WS-STANDING-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    *> Keys come back in number order, so the last of the
    *> survivor's is its highest.
    MOVE WS-SURVIVOR TO SD-CustomerNumber
    MOVE ZERO TO SD-StandingNo
    MOVE 'N' TO WS-SCAN-SWITCH
    START StandingOrders KEY IS NOT LESS THAN SD-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-SWITCH
    END-START
    PERFORM UNTIL WS-SCAN-SWITCH = 'Y'
        READ StandingOrders NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCAN-SWITCH
            NOT AT END
                IF SD-CustomerNumber NOT = WS-SURVIVOR
                    MOVE 'Y' TO WS-SCAN-SWITCH
                ELSE
                    MOVE SD-StandingNo TO WS-SURVIVOR-HIGH-NO
                END-IF
        END-READ
    END-PERFORM

    MOVE WS-DUPLICATE TO SD-CustomerNumber
    MOVE ZERO TO SD-StandingNo
    MOVE 'N' TO WS-SCAN-SWITCH
    START StandingOrders KEY IS NOT LESS THAN SD-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-SWITCH
    END-START
    PERFORM UNTIL WS-SCAN-SWITCH = 'Y'
        READ StandingOrders NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCAN-SWITCH
            NOT AT END
                IF SD-CustomerNumber NOT = WS-DUPLICATE
                    MOVE 'Y' TO WS-SCAN-SWITCH
                ELSE
                    ADD 1 TO WS-DUPLICATE-SO-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE StandingOrders

    COMPUTE WS-CHECK-TOTAL = WS-SURVIVOR-HIGH-NO
        + WS-DUPLICATE-SO-COUNT
    IF WS-CHECK-TOTAL > 99
        DISPLAY "The survivor has no room for the duplicate's "
            WS-DUPLICATE-SO-COUNT " standing orders; end or "
            "renumber some in StandingOrderMaintenance first."
        SET WS-MERGE-CLASH TO TRUE
    END-IF
    MOVE WS-SURVIVOR-HIGH-NO TO WS-NEXT-STANDING-NO.

*> ------------------------------------------------------------------
*> Order Master: sequential file, so reassignment is a copy through
*> the work file and back, substituting the customer number. The
    END-PERFORM
    CLOSE OpenItemFile.

*> Orders not yet billed: lines waiting at the warehouse, lines on
*> credit hold, and backorders. Each is a sequential file and is
*> copied through the work file the same way as the Order Master.
ReassignOpenOrders.
    OPEN INPUT OpenOrders
    IF WS-OPEN-ORDER-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-OPEN-ORDER-STATUS-OK
        DISPLAY "CustomerMerge: error opening open orders, "
            "status = " WS-OPEN-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT MergeWork
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OO-CustomerNumber = WS-DUPLICATE
                    MOVE WS-SURVIVOR TO OO-CustomerNumber
                    ADD 1 TO WS-OPEN-ORDERS-MOVED
                    MOVE "MERGE" TO WS-AUDIT-ACTION
                    MOVE OO-OrderNumber TO WS-AUDIT-KEY
                    PERFORM WriteAuditRecord
                END-IF
                WRITE MergeWorkRecord FROM OpenOrderRecord
        END-READ
    END-PERFORM
    CLOSE OpenOrders
    CLOSE MergeWork

    OPEN INPUT MergeWork
    OPEN OUTPUT OpenOrders
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ MergeWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                MOVE MergeWorkRecord TO OpenOrderRecord
                WRITE OpenOrderRecord
                IF NOT WS-OPEN-ORDER-STATUS-OK
                    DISPLAY "CustomerMerge: error rewriting "
                        "open orders, status = " WS-OPEN-ORDER-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM
    CLOSE MergeWork
    CLOSE OpenOrders.

ReassignHeldOrders.
    OPEN INPUT HeldOrders
    IF WS-HELD-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-HELD-STATUS-OK
        DISPLAY "CustomerMerge: error opening held orders, "
            "status = " WS-HELD-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT MergeWork
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ HeldOrders
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF HO-CustomerNumber = WS-DUPLICATE
                    MOVE WS-SURVIVOR TO HO-CustomerNumber
                    ADD 1 TO WS-HELD-LINES-MOVED
                    MOVE "MERGE" TO WS-AUDIT-ACTION
                    MOVE HO-OrderNumber TO WS-AUDIT-KEY
                    PERFORM WriteAuditRecord
                END-IF
                WRITE MergeWorkRecord FROM HeldOrderRecord
        END-READ
    END-PERFORM
    CLOSE HeldOrders
    CLOSE MergeWork

    OPEN INPUT MergeWork
    OPEN OUTPUT HeldOrders
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ MergeWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                MOVE MergeWorkRecord TO HeldOrderRecord
                WRITE HeldOrderRecord
                IF NOT WS-HELD-STATUS-OK
                    DISPLAY "CustomerMerge: error rewriting "
                        "held orders, status = " WS-HELD-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM
    CLOSE MergeWork
    CLOSE HeldOrders.

ReassignBackorders.
    OPEN INPUT BackorderFile
    IF WS-BACKORDER-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-BACKORDER-STATUS-OK
        DISPLAY "CustomerMerge: error opening backorder file, "
            "status = " WS-BACKORDER-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT MergeWork
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ BackorderFile
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF BO-CustomerNumber = WS-DUPLICATE
                    MOVE WS-SURVIVOR TO BO-CustomerNumber
                    ADD 1 TO WS-BACKORDERS-MOVED
                    MOVE "MERGE" TO WS-AUDIT-ACTION
                    MOVE BO-ItemCode TO WS-AUDIT-KEY
                    PERFORM WriteAuditRecord
                END-IF
                WRITE MergeWorkRecord FROM BackorderRecord
        END-READ
    END-PERFORM
    CLOSE BackorderFile
    CLOSE MergeWork

    OPEN INPUT MergeWork
    OPEN OUTPUT BackorderFile
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ MergeWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                MOVE MergeWorkRecord TO BackorderRecord
                WRITE BackorderRecord
                IF NOT WS-BACKORDER-STATUS-OK
                    DISPLAY "CustomerMerge: error rewriting "
                        "backorder file, status = " WS-BACKORDER-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM
    CLOSE MergeWork
    CLOSE BackorderFile.

*> ------------------------------------------------------------------
*> Customer-keyed indexed files. The customer is part of the key,
*> so each of the duplicate's records is written again under the
*> survivor and the old one deleted. The scan restarts at the
*> duplicate's first key every time, since the rekeyed record has
*> left the range being read.
*> ------------------------------------------------------------------
ReassignShipTos.
    OPEN I-O ShipToFile
    IF WS-SHIPTO-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-SHIPTO-STATUS-OK
        DISPLAY "CustomerMerge: error opening ship-to file, "
            "status = " WS-SHIPTO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'N' TO WS-SCAN-SWITCH
    PERFORM UNTIL WS-SCAN-SWITCH = 'Y'
        MOVE WS-DUPLICATE TO SA-CustomerNumber
        MOVE LOW-VALUES TO SA-ShipToCode
        START ShipToFile KEY IS NOT LESS THAN SA-Key
            INVALID KEY
                MOVE 'Y' TO WS-SCAN-SWITCH
        END-START
        IF WS-SCAN-SWITCH = 'N'
            READ ShipToFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-SCAN-SWITCH
            END-READ
        END-IF
        IF WS-SCAN-SWITCH = 'N'
            IF SA-CustomerNumber NOT = WS-DUPLICATE
                MOVE 'Y' TO WS-SCAN-SWITCH
            ELSE
                PERFORM RekeyShipTo
            END-IF
        END-IF
    END-PERFORM
    CLOSE ShipToFile.

RekeyShipTo.
    MOVE WS-SURVIVOR TO SA-CustomerNumber
    WRITE ShipToRecord
        INVALID KEY
            DISPLAY "CustomerMerge: could not move ship-to "
                SA-ShipToCode ", status = " WS-SHIPTO-STATUS
            MOVE 'Y' TO WS-SCAN-SWITCH
            EXIT PARAGRAPH
    END-WRITE
    MOVE WS-DUPLICATE TO SA-CustomerNumber
    DELETE ShipToFile
        INVALID KEY
            DISPLAY "CustomerMerge: could not delete old ship-to "
                SA-ShipToCode ", status = " WS-SHIPTO-STATUS
            MOVE 'Y' TO WS-SCAN-SWITCH
            EXIT PARAGRAPH
    END-DELETE
    ADD 1 TO WS-SHIPTOS-MOVED
    MOVE "MERGE" TO WS-AUDIT-ACTION
    MOVE SA-Key TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> The duplicate's standing orders take the survivor's next free
*> numbers, in their old order. Ship-to codes on them still match,
*> as the ship-to addresses moved across unchanged.
ReassignStandingOrders.
    OPEN I-O StandingOrders
    IF WS-STANDING-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-STANDING-STATUS-OK
        DISPLAY "CustomerMerge: error opening standing orders, "
            "status = " WS-STANDING-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'N' TO WS-SCAN-SWITCH
    PERFORM UNTIL WS-SCAN-SWITCH = 'Y'
        MOVE WS-DUPLICATE TO SD-CustomerNumber
        MOVE ZERO TO SD-StandingNo
        START StandingOrders KEY IS NOT LESS THAN SD-Key
            INVALID KEY
                MOVE 'Y' TO WS-SCAN-SWITCH
        END-START
        IF WS-SCAN-SWITCH = 'N'
            READ StandingOrders NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-SCAN-SWITCH
            END-READ
        END-IF
        IF WS-SCAN-SWITCH = 'N'
            IF SD-CustomerNumber NOT = WS-DUPLICATE
                MOVE 'Y' TO WS-SCAN-SWITCH
            ELSE
                PERFORM RekeyStandingOrder
            END-IF
        END-IF
    END-PERFORM
    CLOSE StandingOrders.

RekeyStandingOrder.
    MOVE SD-StandingNo TO WS-OLD-STANDING-NO
    ADD 1 TO WS-NEXT-STANDING-NO
    MOVE WS-SURVIVOR TO SD-CustomerNumber
    MOVE WS-NEXT-STANDING-NO TO SD-StandingNo
    WRITE StandingOrderRecord
        INVALID KEY
            DISPLAY "CustomerMerge: could not move standing order "
                WS-OLD-STANDING-NO ", status = " WS-STANDING-STATUS
            MOVE 'Y' TO WS-SCAN-SWITCH
            EXIT PARAGRAPH
    END-WRITE
    MOVE WS-DUPLICATE TO SD-CustomerNumber
    MOVE WS-OLD-STANDING-NO TO SD-StandingNo
    DELETE StandingOrders
        INVALID KEY
            DISPLAY "CustomerMerge: could not delete old standing "
                "order " WS-OLD-STANDING-NO ", status = "
                WS-STANDING-STATUS
            MOVE 'Y' TO WS-SCAN-SWITCH
            EXIT PARAGRAPH
    END-DELETE
    ADD 1 TO WS-STANDING-MOVED
    DISPLAY "Standing order " WS-OLD-STANDING-NO
        " is now survivor's number " WS-NEXT-STANDING-NO "."
    MOVE "MERGE" TO WS-AUDIT-ACTION
    MOVE SD-Key TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> Customer contract prices. Where the survivor already has a
*> contract for the same item and start date, the survivor's own
*> price stands and the duplicate's is dropped. Group contracts
*> are not keyed by customer and are left alone.
ReassignContracts.
    OPEN I-O ContractFile
    IF WS-CONTRACT-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-CONTRACT-STATUS-OK
        DISPLAY "CustomerMerge: error opening contract file, "
            "status = " WS-CONTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'N' TO WS-SCAN-SWITCH
    PERFORM UNTIL WS-SCAN-SWITCH = 'Y'
        MOVE 'C' TO CP-AccountType
        MOVE WS-DUPLICATE TO CP-Account
        MOVE LOW-VALUES TO CP-ItemCode
        MOVE ZERO TO CP-StartDate
        START ContractFile KEY IS NOT LESS THAN CP-Key
            INVALID KEY
                MOVE 'Y' TO WS-SCAN-SWITCH
        END-START
        IF WS-SCAN-SWITCH = 'N'
            READ ContractFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-SCAN-SWITCH
            END-READ
        END-IF
        IF WS-SCAN-SWITCH = 'N'
            IF NOT CP-For-Customer OR CP-Account NOT = WS-DUPLICATE
                MOVE 'Y' TO WS-SCAN-SWITCH
            ELSE
                PERFORM RekeyContract
            END-IF
        END-IF
    END-PERFORM
    CLOSE ContractFile.

RekeyContract.
    MOVE WS-SURVIVOR TO CP-Account
    WRITE ContractPriceRecord
        INVALID KEY
            CONTINUE
    END-WRITE
    IF WS-CONTRACT-STATUS-OK
        ADD 1 TO WS-CONTRACTS-MOVED
        MOVE "MERGE" TO WS-AUDIT-ACTION
    ELSE
        IF WS-CONTRACT-STATUS-DUPLICATE-KEY
            DISPLAY "Contract for " CP-ItemCode " from "
                CP-StartDate " already on the survivor; the "
                "duplicate's price is dropped."
            ADD 1 TO WS-CONTRACTS-DROPPED
            MOVE "MERGEDROP" TO WS-AUDIT-ACTION
        ELSE
            DISPLAY "CustomerMerge: could not move contract "
                CP-ItemCode ", status = " WS-CONTRACT-STATUS
            MOVE 'Y' TO WS-SCAN-SWITCH
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-DUPLICATE TO CP-Account
    DELETE ContractFile
        INVALID KEY
            DISPLAY "CustomerMerge: could not delete old contract "
                CP-ItemCode ", status = " WS-CONTRACT-STATUS
            MOVE 'Y' TO WS-SCAN-SWITCH
            EXIT PARAGRAPH
    END-DELETE
    MOVE CP-ItemCode TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord.

*> One worklist entry per customer. If the survivor is already on
*> the worklist its entry stands; otherwise the duplicate's moves
*> across with the collectors' contact and promise details. The
*> next CollectionsRun re-ages the entry from the merged open
*> items either way, and the contact trail is kept in COLLNOTE.
ReassignWorklistEntry.
    OPEN I-O CollectionWorklist
    IF WS-WORKLIST-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-WORKLIST-STATUS-OK
        DISPLAY "CustomerMerge: error opening collection worklist, "
            "status = " WS-WORKLIST-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 'N' TO WS-SURVIVOR-LISTED
    MOVE WS-SURVIVOR TO CW-CustomerNumber
    READ CollectionWorklist
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-SURVIVOR-LISTED
    END-READ
    MOVE WS-DUPLICATE TO CW-CustomerNumber
    READ CollectionWorklist
        INVALID KEY
            CLOSE CollectionWorklist
            EXIT PARAGRAPH
    END-READ
    IF WS-SURVIVOR-LISTED = 'N'
        MOVE WS-SURVIVOR TO CW-CustomerNumber
        WRITE CollectionWorkRecord
            INVALID KEY
                DISPLAY "CustomerMerge: could not move worklist "
                    "entry, status = " WS-WORKLIST-STATUS
                CLOSE CollectionWorklist
                EXIT PARAGRAPH
        END-WRITE
        MOVE "MERGE" TO WS-AUDIT-ACTION
        DISPLAY "Collection worklist entry moved to the survivor."
    ELSE
        MOVE "MERGEDROP" TO WS-AUDIT-ACTION
        DISPLAY "Survivor already on the collection worklist; the "
            "duplicate's entry is dropped."
    END-IF
    MOVE WS-DUPLICATE TO CW-CustomerNumber
    DELETE CollectionWorklist
        INVALID KEY
            DISPLAY "CustomerMerge: could not delete duplicate's "
                "worklist entry, status = " WS-WORKLIST-STATUS
    END-DELETE
    MOVE WS-DUPLICATE TO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    CLOSE CollectionWorklist.

ReassignCollectionNotes.
    OPEN INPUT CollectionNotes
    IF WS-NOTE-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-NOTE-STATUS-OK
        DISPLAY "CustomerMerge: error opening collection notes, "
            "status = " WS-NOTE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT MergeWork
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ CollectionNotes
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CN-CustomerNumber = WS-DUPLICATE
                    MOVE WS-SURVIVOR TO CN-CustomerNumber
                    ADD 1 TO WS-NOTES-MOVED
                END-IF
                WRITE MergeWorkRecord FROM CollectionNoteRecord
        END-READ
    END-PERFORM
    CLOSE CollectionNotes
    CLOSE MergeWork

    OPEN INPUT MergeWork
    OPEN OUTPUT CollectionNotes
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ MergeWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                MOVE MergeWorkRecord TO CollectionNoteRecord
                WRITE CollectionNoteRecord
                IF NOT WS-NOTE-STATUS-OK
                    DISPLAY "CustomerMerge: error rewriting "
                        "collection notes, status = " WS-NOTE-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM
    CLOSE MergeWork
    CLOSE CollectionNotes.

*> Refund candidates are figured from each customer's own open
*> items, so neither account's entry is right after the merge.
*> Both are dropped and the next RefundRun queues the survivor's
*> combined credit, if there still is one.
DropRefundCandidates.
    OPEN INPUT RefundQueue
    IF WS-QUEUE-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-QUEUE-STATUS-OK
        DISPLAY "CustomerMerge: error opening refund queue, "
            "status = " WS-QUEUE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT MergeWork
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ RefundQueue
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF RQ-CustomerNumber = WS-DUPLICATE
                        OR RQ-CustomerNumber = WS-SURVIVOR
                    ADD 1 TO WS-REFUNDS-DROPPED
                    MOVE "MERGEDROP" TO WS-AUDIT-ACTION
                    MOVE RQ-CustomerNumber TO WS-AUDIT-KEY
                    PERFORM WriteAuditRecord
                ELSE
                    WRITE MergeWorkRecord FROM RefundQueueRecord
                END-IF
        END-READ
    END-PERFORM
    CLOSE RefundQueue
    CLOSE MergeWork

    OPEN INPUT MergeWork
    OPEN OUTPUT RefundQueue
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ MergeWork
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                MOVE MergeWorkRecord TO RefundQueueRecord
                WRITE RefundQueueRecord
                IF NOT WS-QUEUE-STATUS-OK
                    DISPLAY "CustomerMerge: error rewriting "
                        "refund queue, status = " WS-QUEUE-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM
    CLOSE MergeWork
    CLOSE RefundQueue.

CombineAndDelete.
    MOVE WS-SURVIVOR TO CM-CustomerNumber
    READ CustomerMaster
