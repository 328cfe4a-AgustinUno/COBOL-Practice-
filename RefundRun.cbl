IDENTIFICATION DIVISION.
PROGRAM-ID. RefundRun.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT RefundQueue ASSIGN TO "REFUNDQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT SortOpenItems ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
COPY OPENITEM.

FD CustomerMaster.
COPY CUSTMAST.

FD RefundQueue.
COPY REFUNDQ.

SD SortOpenItems.
01 SortOpenItemRec.
    05 SO-CustomerNumber   PIC X(10).
    05 SO-InvoiceDate      PIC 9(8).
    05 SO-Amount           PIC S9(7)V99.
    05 SO-Type             PIC X.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUEUE-STATUS==.

01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DAY-INT PIC 9(7).
01 WS-ITEM-DAY-INT PIC 9(7).
01 WS-AGE-DAYS PIC S9(7).
01 WS-OPEN-AMOUNT PIC S9(7)V99.

01 WS-CURR-CUSTOMER PIC X(10).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-CUST-NET PIC S9(7)V99.
01 WS-CUST-CREDITS PIC 9(3).
01 WS-OLDEST-CREDIT PIC 9(8).
01 WS-CUST-NAME-HOLD PIC X(30).

01 WS-CUSTOMERS-QUEUED PIC 9(5) VALUE 0.
01 WS-TOTAL-CREDIT PIC S9(9)V99 VALUE 0.
*> Unapplied cash older than this is called out separately; it is
*> what the auditors ask about.
01 WS-STALE-DAYS PIC 999 VALUE 90.
01 WS-STALE-COUNT PIC 9(5) VALUE 0.
01 WS-STALE-TOTAL PIC S9(9)V99 VALUE 0.

01 WS-EDIT-AMOUNT PIC -(7)9.99.
01 WS-EDIT-TOTAL PIC -(8)9.99.
01 WS-EDIT-AGE PIC ZZZZ9.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "RefundRun".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE WS-RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

    OPEN INPUT OpenItemFile
    IF WS-OPENITEM-STATUS-FILE-NOT-FOUND
        DISPLAY "RefundRun: no open-item file; no credits to refund."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "RefundRun: error opening open-item file, status = "
            WS-OPENITEM-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "RefundRun: error opening Customer Master, status = "
            WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

*> The queue is rebuilt from the open items every run, so an
*> entry skipped at review comes back with its current figure and
*> a customer who has since bought against the credit drops off.
    OPEN OUTPUT RefundQueue
    IF NOT WS-QUEUE-STATUS-OK
        DISPLAY "RefundRun: error opening refund queue, status = "
            WS-QUEUE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    DISPLAY " "
    DISPLAY "Customer Credit Balances For Refund      Run date: "
        WS-RUN-DATE
    DISPLAY "------------------------------------------------------------"
        "------"
    DISPLAY "Customer   Name                            Credit  Items"
        "  Oldest"
    DISPLAY "------------------------------------------------------------"
        "------"

    SORT SortOpenItems
        ON ASCENDING KEY SO-CustomerNumber SO-InvoiceDate
        INPUT PROCEDURE IS ReleaseOpenItems
        OUTPUT PROCEDURE IS ProcessSortedOpenItems

    MOVE WS-TOTAL-CREDIT TO WS-EDIT-TOTAL
    DISPLAY "------------------------------------------------------------"
        "------"
    DISPLAY "Customers In Credit:      " WS-CUSTOMERS-QUEUED
    DISPLAY "Total Credit To Refund:  $" WS-EDIT-TOTAL
    MOVE WS-STALE-TOTAL TO WS-EDIT-TOTAL
    DISPLAY "Unapplied Cash Over " WS-STALE-DAYS " Days: "
        WS-STALE-COUNT " items, $" WS-EDIT-TOTAL
    IF WS-CUSTOMERS-QUEUED > 0
        DISPLAY "Refund candidates queued to REFUNDQ.DAT for "
            "supervisor review."
    END-IF

    CLOSE OpenItemFile
    CLOSE CustomerMaster
    CLOSE RefundQueue
    IF WS-CUSTOMERS-QUEUED = 0
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

ReleaseOpenItems.
    MOVE LOW-VALUES TO OI-InvoiceNumber
    START OpenItemFile KEY IS NOT LESS THAN OI-InvoiceNumber
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenItemFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM ReleaseOneOpenItem
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOneOpenItem.
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF OI-Closed OR WS-OPEN-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE OI-CustomerNumber TO SO-CustomerNumber
    MOVE OI-InvoiceDate TO SO-InvoiceDate
    MOVE WS-OPEN-AMOUNT TO SO-Amount
    MOVE OI-Type TO SO-Type
    RELEASE SortOpenItemRec.

ProcessSortedOpenItems.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortOpenItems
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateOpenItem
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM QueueCustomerCredit
    END-IF.

AccumulateOpenItem.
    IF WS-FIRST-RECORD = 'N'
        AND SO-CustomerNumber NOT = WS-CURR-CUSTOMER
        PERFORM QueueCustomerCredit
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SO-CustomerNumber TO WS-CURR-CUSTOMER
        MOVE 0 TO WS-CUST-NET
        MOVE 0 TO WS-CUST-CREDITS
        MOVE 0 TO WS-OLDEST-CREDIT
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    ADD SO-Amount TO WS-CUST-NET
    IF SO-Amount < 0
        ADD 1 TO WS-CUST-CREDITS
        IF WS-OLDEST-CREDIT = 0
            MOVE SO-InvoiceDate TO WS-OLDEST-CREDIT
        END-IF
        IF SO-Type = 'U'
            COMPUTE WS-ITEM-DAY-INT =
                FUNCTION INTEGER-OF-DATE(SO-InvoiceDate)
            COMPUTE WS-AGE-DAYS = WS-RUN-DAY-INT - WS-ITEM-DAY-INT
            IF WS-AGE-DAYS > WS-STALE-DAYS
                ADD 1 TO WS-STALE-COUNT
                SUBTRACT SO-Amount FROM WS-STALE-TOTAL
            END-IF
        END-IF
    END-IF.

QueueCustomerCredit.
    IF WS-CUST-NET >= 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURR-CUSTOMER TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUST-NAME-HOLD
        NOT INVALID KEY
            MOVE CM-Name TO WS-CUST-NAME-HOLD
    END-READ
    MOVE WS-CURR-CUSTOMER TO RQ-CustomerNumber
    COMPUTE RQ-CreditAmount = 0 - WS-CUST-NET
    MOVE WS-CUST-CREDITS TO RQ-CreditItems
    MOVE WS-OLDEST-CREDIT TO RQ-OldestCreditDate
    MOVE WS-RUN-DATE TO RQ-QueuedDate
    WRITE RefundQueueRecord
    IF NOT WS-QUEUE-STATUS-OK
        DISPLAY "RefundRun: error writing refund queue, status = "
            WS-QUEUE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    ADD 1 TO WS-CUSTOMERS-QUEUED
    ADD RQ-CreditAmount TO WS-TOTAL-CREDIT
    MOVE RQ-CreditAmount TO WS-EDIT-AMOUNT
    DISPLAY WS-CURR-CUSTOMER " " WS-CUST-NAME-HOLD " " WS-EDIT-AMOUNT
        "  " RQ-CreditItems "  " RQ-OldestCreditDate.
