        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

*> Balanced entries the online programs raise during the day
*> (bad-debt write-offs and the like), in the journal's own line
*> layout, waiting to be carried into tonight's journal.
    SELECT PendingJournal ASSIGN TO "GLPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

DATA DIVISION.
FILE SECTION.
FD OrderMaster.
01 JournalRecord.
    05 JournalString PIC X(80).

FD PendingJournal.
01 PendingRecord.
    05 PendingString PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-TAX-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ACCOUNT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-JOURNAL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PENDING-STATUS==.

01 WS-JOURNAL-DATE-X PIC X(8).
01 WS-JOURNAL-DATE PIC 9(8).
01 WS-ORDER-TOTAL PIC S9(7)V99.
01 WS-ORDER-OPEN PIC X VALUE 'N'.
01 WS-ORDER-TAX PIC S9(6)V99.
*> Lines billed under an exemption certificate carry no tax.
01 WS-ORDER-TAX-STATUS PIC X VALUE SPACE.
01 WS-ORDER-WITH-TAX PIC S9(7)V99.

01 WS-ENTRY-AMOUNT PIC S9(7)V99.
01 WS-DEBIT-EDIT PIC -(9)9.99.
01 WS-CREDIT-EDIT PIC -(9)9.99.

01 WS-ORDERS-AVAILABLE PIC X VALUE 'Y'.
01 WS-PENDING-FOUND PIC X VALUE 'N'.
01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
01 WS-PE-ACCOUNT PIC X(10).
01 WS-PE-SIDE PIC X(5).
01 WS-PE-AMOUNT PIC X(15).
01 WS-PE-DATE PIC X(10).
01 WS-PE-REF PIC X(20).

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "GlJournal".

    OPEN INPUT OrderMaster
    IF WS-ORDER-STATUS-FILE-NOT-FOUND
        DISPLAY "GlJournal: no orders on file; only pending entries "
            "will be journaled."
        MOVE 'N' TO WS-ORDERS-AVAILABLE
        MOVE 'Y' TO WS-EOF-SWITCH
    END-IF
    IF NOT WS-ORDER-STATUS-OK AND WS-ORDERS-AVAILABLE = 'Y'
        DISPLAY "GlJournal: error opening Order Master, status = "
            WS-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM JournalOneOrder
    END-IF

    PERFORM MergePendingEntries

*> The entries are built in balanced pairs, so an unequal total
*> here means the run itself broke - stop before finance sees it.
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
        STOP RUN
    END-IF
    PERFORM WriteJournalTrailer
    PERFORM ClearPendingEntries

    IF WS-ORDERS-AVAILABLE = 'Y'
        CLOSE OrderMaster
    END-IF
    CLOSE JournalFile
    IF WS-CUSTOMER-AVAILABLE = 'Y'
        CLOSE CustomerMaster
    DISPLAY "GlJournal: " WS-ENTRY-COUNT " balanced entries "
        "written to GLJRNL.DAT for " WS-JOURNAL-DATE
        ", debits = credits = $" WS-DEBIT-EDIT "."
    IF WS-PENDING-COUNT > 0
        DISPLAY "GlJournal: " WS-PENDING-COUNT " of those carried "
            "in from pending entries in GLPEND.DAT."
    END-IF
    IF WS-ENTRY-COUNT = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM LogRunEnd
    STOP RUN.

        MOVE OM-OrderNumber TO WS-CURR-ORDER
        MOVE OM-CustomerNumber TO WS-CURR-CUSTOMER
        MOVE OM-TotalCost TO WS-ORDER-TOTAL
        MOVE OM-TaxStatus TO WS-ORDER-TAX-STATUS
        PERFORM JournalOneOrder
        EXIT PARAGRAPH
    END-IF
        MOVE OM-OrderNumber TO WS-CURR-ORDER
        MOVE OM-CustomerNumber TO WS-CURR-CUSTOMER
        MOVE 0 TO WS-ORDER-TOTAL
        MOVE OM-TaxStatus TO WS-ORDER-TAX-STATUS
        MOVE 'Y' TO WS-ORDER-OPEN
    END-IF
    ADD OM-TotalCost TO WS-ORDER-TOTAL.
*> construction and the trailer proves it.
JournalOneOrder.
    PERFORM ResolveOrderTaxRate
    IF WS-ORDER-TAX-STATUS = 'E'
        MOVE 0 TO WS-TAX-RATE
    END-IF
    COMPUTE WS-ORDER-TAX ROUNDED = WS-ORDER-TOTAL * WS-TAX-RATE
    COMPUTE WS-ORDER-WITH-TAX = WS-ORDER-TOTAL + WS-ORDER-TAX

        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ------------------------------------------------------------------
*> Pending entries come in already balanced, a pair per document;
*> each is carried into the journal under tonight's journal date
*> and counted in the trailer like any other entry. A line whose
*> amount will not read is a broken pending file: stop before the
*> journal is trusted.
*> ------------------------------------------------------------------
MergePendingEntries.
    OPEN INPUT PendingJournal
    IF WS-PENDING-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-PENDING-STATUS-OK
        DISPLAY "GlJournal: error opening pending journal, status = "
            WS-PENDING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'Y' TO WS-PENDING-FOUND
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ PendingJournal
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF PendingString NOT = SPACES
                    PERFORM CarryPendingEntry
                END-IF
        END-READ
    END-PERFORM
    CLOSE PendingJournal.

CarryPendingEntry.
    MOVE SPACES TO WS-PE-ACCOUNT WS-PE-SIDE WS-PE-AMOUNT WS-PE-DATE
        WS-PE-REF
    UNSTRING PendingString DELIMITED BY ","
        INTO WS-PE-ACCOUNT WS-PE-SIDE WS-PE-AMOUNT WS-PE-DATE
            WS-PE-REF
    END-UNSTRING
    IF FUNCTION TEST-NUMVAL(WS-PE-AMOUNT) NOT = 0
        OR (WS-PE-SIDE NOT = 'D' AND WS-PE-SIDE NOT = 'C')
        DISPLAY "GlJournal: unreadable pending entry: "
            PendingString
        DISPLAY "GlJournal: GLPEND.DAT left in place for correction."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PE-ACCOUNT TO WS-ENTRY-ACCOUNT
    MOVE WS-PE-SIDE TO WS-ENTRY-SIDE
    COMPUTE WS-ENTRY-AMOUNT = FUNCTION NUMVAL(WS-PE-AMOUNT)
    MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO JournalString
    STRING WS-ENTRY-ACCOUNT ","
        WS-ENTRY-SIDE ","
        WS-AMOUNT-EDIT ","
        WS-JOURNAL-DATE ","
        WS-PE-REF
        DELIMITED BY SIZE INTO JournalString
    WRITE JournalRecord
    IF NOT WS-JOURNAL-STATUS-OK
        DISPLAY "GlJournal: error writing journal entry, status = "
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-ENTRY-COUNT
    ADD 1 TO WS-PENDING-COUNT
    IF WS-ENTRY-SIDE = 'D'
        ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
    ELSE
        ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
    END-IF.

*> Once the journal is written and proven, the pending entries
*> belong to it; empty the file so they are never carried twice.
ClearPendingEntries.
    IF WS-PENDING-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PendingJournal
    IF NOT WS-PENDING-STATUS-OK
        DISPLAY "GlJournal: could not empty GLPEND.DAT, status = "
            WS-PENDING-STATUS "; remove it before the next run."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    CLOSE PendingJournal.
