IDENTIFICATION DIVISION.
PROGRAM-ID. ContractExpiry.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-Key
        FILE STATUS IS WS-CONTRACT-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT ItemMaster ASSIGN TO "ITEMMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ItemCode
        FILE STATUS IS WS-ITEM-STATUS.

    SELECT SortContracts ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD ContractFile.
COPY CONTRACT.

FD CustomerMaster.
COPY CUSTMAST.

FD ItemMaster.
COPY ITEMMAST.

*> Expiring contracts in end-date order, soonest first, so the
*> account managers work the list from the top.
SD SortContracts.
01 SortContractRec.
    05 SX-EndDate          PIC 9(8).
    05 SX-AccountType      PIC X.
    05 SX-Account          PIC X(10).
    05 SX-ItemCode         PIC X(10).
    05 SX-StartDate        PIC 9(8).
    05 SX-Price            PIC 999V99.
    05 SX-DaysLeft         PIC 9(4).

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CONTRACT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.

01 WS-DAYS-X PIC X(4).
01 WS-WINDOW-DAYS PIC 9(4) VALUE 60.
01 WS-DEFAULT-WINDOW PIC 9(4) VALUE 60.
01 WS-TODAY PIC 9(8).
01 WS-TODAY-INT PIC 9(7).
01 WS-WINDOW-END PIC 9(8).

01 WS-CUSTOMER-AVAILABLE PIC X VALUE 'N'.
01 WS-ITEM-AVAILABLE PIC X VALUE 'N'.

*> A contract in the window is only reported if nothing follows
*> it: when the next contract on file for the same account and
*> item starts by the day after it ends, the price has already
*> been renegotiated. The candidate waits here until the next
*> record (or end of file) settles it.
01 WS-PENDING-SWITCH PIC X VALUE 'N'.
01 WS-PENDING.
    05 WS-PEND-TYPE      PIC X.
    05 WS-PEND-ACCOUNT   PIC X(10).
    05 WS-PEND-ITEM      PIC X(10).
    05 WS-PEND-START     PIC 9(8).
    05 WS-PEND-END       PIC 9(8).
    05 WS-PEND-PRICE     PIC 999V99.
01 WS-PEND-END-INT PIC 9(7).
01 WS-START-INT PIC 9(7).

01 WS-ACCOUNT-NAME PIC X(18).
01 WS-LIST-PRICE PIC 999V99.
01 WS-EDIT-DAYS PIC ZZZ9.
01 WS-EDIT-CONTRACT PIC ZZ9.99.
01 WS-EDIT-LIST PIC ZZ9.99.
01 WS-EDIT-COUNT PIC ZZZZ9.

01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
01 WS-RENEWED-COUNT PIC 9(5) VALUE 0.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "ContractExpiry".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    DISPLAY "Report contracts ending within how many days "
        "(blank = 60): " WITH NO ADVANCING
    ACCEPT WS-DAYS-X
    IF WS-DAYS-X = SPACES
        MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
    ELSE
        IF FUNCTION TEST-NUMVAL(WS-DAYS-X) NOT = 0
            DISPLAY "ContractExpiry: window not numeric; "
                WS-DEFAULT-WINDOW " days used."
            MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
        ELSE
            COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
        END-IF
    END-IF
    COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
        (WS-TODAY-INT + WS-WINDOW-DAYS)

    OPEN INPUT ContractFile
    IF WS-CONTRACT-STATUS-FILE-NOT-FOUND
        DISPLAY "ContractExpiry: no contract prices on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-CONTRACT-STATUS-OK
        DISPLAY "ContractExpiry: error opening contract file, "
            "status = " WS-CONTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT CustomerMaster
    IF WS-CUSTOMER-STATUS-OK
        MOVE 'Y' TO WS-CUSTOMER-AVAILABLE
    END-IF
    OPEN INPUT ItemMaster
    IF WS-ITEM-STATUS-OK
        MOVE 'Y' TO WS-ITEM-AVAILABLE
    END-IF

    DISPLAY " "
    DISPLAY "Contract Prices Expiring By " WS-WINDOW-END
        "     As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "--------------"
    DISPLAY "Ends      Days  Account      Name               Item     "
        "  Contr.   List"
    DISPLAY "----------------------------------------------------------"
        "--------------"

    SORT SortContracts
        ON ASCENDING KEY SX-EndDate SX-AccountType SX-Account
            SX-ItemCode
        INPUT PROCEDURE IS ReleaseExpiringContracts
        OUTPUT PROCEDURE IS PrintExpiringContracts

    DISPLAY "----------------------------------------------------------"
        "--------------"
    MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT
    DISPLAY "Contracts expiring without a renewal: " WS-EDIT-COUNT
    MOVE WS-RENEWED-COUNT TO WS-EDIT-COUNT
    DISPLAY "Expiring but already renewed:         " WS-EDIT-COUNT

    CLOSE ContractFile
    IF WS-CUSTOMER-AVAILABLE = 'Y'
        CLOSE CustomerMaster
    END-IF
    IF WS-ITEM-AVAILABLE = 'Y'
        CLOSE ItemMaster
    END-IF
    IF WS-EXPIRING-COUNT = 0
        DISPLAY "No contracts need renegotiating in the window."
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM LogRunEnd
    STOP RUN.

LogRunStart.
    MOVE 'S' TO WS-RUN-EVENT
    MOVE 0 TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

LogRunEnd.
    MOVE 'E' TO WS-RUN-EVENT
    MOVE RETURN-CODE TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

*> Key order puts every contract for an account and item together
*> in start-date order, so a renewal is always the next record.
ReleaseExpiringContracts.
    MOVE LOW-VALUES TO CP-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START ContractFile KEY IS NOT LESS THAN CP-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ContractFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM CheckPendingRenewal
                IF CP-EndDate >= WS-TODAY
                    AND CP-EndDate <= WS-WINDOW-END
                    AND CP-StartDate <= CP-EndDate
                    PERFORM HoldPendingContract
                END-IF
        END-READ
    END-PERFORM
    IF WS-PENDING-SWITCH = 'Y'
        PERFORM ReleasePendingContract
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

CheckPendingRenewal.
    IF WS-PENDING-SWITCH = 'N'
        EXIT PARAGRAPH
    END-IF
    IF CP-AccountType = WS-PEND-TYPE
        AND CP-Account = WS-PEND-ACCOUNT
        AND CP-ItemCode = WS-PEND-ITEM
        COMPUTE WS-PEND-END-INT =
            FUNCTION INTEGER-OF-DATE(WS-PEND-END)
        COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(CP-StartDate)
        IF WS-START-INT <= WS-PEND-END-INT + 1
            ADD 1 TO WS-RENEWED-COUNT
            MOVE 'N' TO WS-PENDING-SWITCH
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM ReleasePendingContract.

HoldPendingContract.
    MOVE CP-AccountType TO WS-PEND-TYPE
    MOVE CP-Account TO WS-PEND-ACCOUNT
    MOVE CP-ItemCode TO WS-PEND-ITEM
    MOVE CP-StartDate TO WS-PEND-START
    MOVE CP-EndDate TO WS-PEND-END
    MOVE CP-Price TO WS-PEND-PRICE
    MOVE 'Y' TO WS-PENDING-SWITCH.

ReleasePendingContract.
    MOVE WS-PEND-END TO SX-EndDate
    MOVE WS-PEND-TYPE TO SX-AccountType
    MOVE WS-PEND-ACCOUNT TO SX-Account
    MOVE WS-PEND-ITEM TO SX-ItemCode
    MOVE WS-PEND-START TO SX-StartDate
    MOVE WS-PEND-PRICE TO SX-Price
    COMPUTE SX-DaysLeft =
        FUNCTION INTEGER-OF-DATE(WS-PEND-END) - WS-TODAY-INT
    RELEASE SortContractRec
    MOVE 'N' TO WS-PENDING-SWITCH.

PrintExpiringContracts.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortContracts
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintContractLine
        END-RETURN
    END-PERFORM.

PrintContractLine.
    IF SX-AccountType = 'G'
        MOVE "(price group)" TO WS-ACCOUNT-NAME
    ELSE
        MOVE "(not on file)" TO WS-ACCOUNT-NAME
        IF WS-CUSTOMER-AVAILABLE = 'Y'
            MOVE SX-Account TO CM-CustomerNumber
            READ CustomerMaster
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CM-Name TO WS-ACCOUNT-NAME
            END-READ
        END-IF
    END-IF
    MOVE 0 TO WS-LIST-PRICE
    IF WS-ITEM-AVAILABLE = 'Y'
        MOVE SX-ItemCode TO IM-ItemCode
        READ ItemMaster
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE IM-Price TO WS-LIST-PRICE
        END-READ
    END-IF
    MOVE SX-DaysLeft TO WS-EDIT-DAYS
    MOVE SX-Price TO WS-EDIT-CONTRACT
    MOVE WS-LIST-PRICE TO WS-EDIT-LIST
    DISPLAY SX-EndDate "  " WS-EDIT-DAYS "  " SX-AccountType " "
        SX-Account " " WS-ACCOUNT-NAME " " SX-ItemCode " "
        WS-EDIT-CONTRACT " " WS-EDIT-LIST
    ADD 1 TO WS-EXPIRING-COUNT.
