IDENTIFICATION DIVISION.
PROGRAM-ID. QuoteReport.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QuoteFile ASSIGN TO "QUOTES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTE-STATUS.

    SELECT SalespersonMaster ASSIGN TO "SLSPMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-Code
        FILE STATUS IS WS-SLSP-STATUS.

    SELECT SortQuotes ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD QuoteFile.
COPY QUOTEREC.

FD SalespersonMaster.
COPY SLSPMAST.

*> Quote lines resorted by salesperson and quote, so lines roll up
*> to quotes and quotes break per seller.
SD SortQuotes.
01 SortQuoteRec.
    05 SQ-Salesperson      PIC X(3).
    05 SQ-QuoteNumber      PIC 9(16).
    05 SQ-Outcome          PIC X.
    05 SQ-TotalCost        PIC S9(6)V99.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-QUOTE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SLSP-STATUS==.

01 WS-FROM-DATE-X PIC X(8).
01 WS-FROM-DATE PIC 9(8).
01 WS-TODAY PIC 9(8).

01 WS-SLSP-AVAILABLE PIC X VALUE 'N'.
01 WS-CURR-SLSP PIC X(3).
01 WS-CURR-QUOTE PIC 9(16).
01 WS-CURR-OUTCOME PIC X.
01 WS-QUOTE-VALUE PIC S9(7)V99.
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-SLSP-NAME PIC X(30).

*> Outcome of each quote as of today: O = open and still good,
*> E = open past its expiry date, C = converted to an order.
01 WS-OPEN-COUNT PIC 9(5).
01 WS-OPEN-VALUE PIC S9(9)V99.
01 WS-EXPIRED-COUNT PIC 9(5).
01 WS-EXPIRED-VALUE PIC S9(9)V99.
01 WS-CONVERTED-COUNT PIC 9(5).
01 WS-CONVERTED-VALUE PIC S9(9)V99.
*> Hit rate counts only quotes the customer has decided on:
*> converted over converted plus expired.
01 WS-DECIDED PIC 9(6).
01 WS-HIT-RATE PIC 999V9.

01 WS-TOT-OPEN-COUNT PIC 9(6) VALUE 0.
01 WS-TOT-OPEN-VALUE PIC S9(11)V99 VALUE 0.
01 WS-TOT-EXPIRED-COUNT PIC 9(6) VALUE 0.
01 WS-TOT-EXPIRED-VALUE PIC S9(11)V99 VALUE 0.
01 WS-TOT-CONVERTED-COUNT PIC 9(6) VALUE 0.
01 WS-TOT-CONVERTED-VALUE PIC S9(11)V99 VALUE 0.
01 WS-SLSP-COUNT PIC 9(4) VALUE 0.

01 WS-EDIT-COUNT-1 PIC ZZZZ9.
01 WS-EDIT-COUNT-2 PIC ZZZZ9.
01 WS-EDIT-COUNT-3 PIC ZZZZ9.
01 WS-EDIT-VALUE-1 PIC -(7)9.99.
01 WS-EDIT-VALUE-2 PIC -(7)9.99.
01 WS-EDIT-VALUE-3 PIC -(7)9.99.
01 WS-EDIT-RATE PIC ZZ9.9.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "QuoteReport".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "Quotes dated on or after (YYYYMMDD, blank = all on file): "
        WITH NO ADVANCING
    ACCEPT WS-FROM-DATE-X
    IF WS-FROM-DATE-X = SPACES
        MOVE 0 TO WS-FROM-DATE
    ELSE
        MOVE WS-FROM-DATE-X TO WS-FROM-DATE
    END-IF

    OPEN INPUT QuoteFile
    IF WS-QUOTE-STATUS-FILE-NOT-FOUND
        DISPLAY "QuoteReport: no quotes on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-QUOTE-STATUS-OK
        DISPLAY "QuoteReport: error opening quote file, status = "
            WS-QUOTE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    CLOSE QuoteFile

    OPEN INPUT SalespersonMaster
    IF WS-SLSP-STATUS-OK
        MOVE 'Y' TO WS-SLSP-AVAILABLE
    END-IF

    DISPLAY " "
    IF WS-FROM-DATE = 0
        DISPLAY "Quotation Hit Rate By Salesperson     As of " WS-TODAY
    ELSE
        DISPLAY "Quotation Hit Rate By Salesperson     Quotes since "
            WS-FROM-DATE "  As of " WS-TODAY
    END-IF
    DISPLAY "------------------------------------------------------------"
        "--------------------"
    DISPLAY "Code Name                  Open        Value Expired"
        "        Value Conv        Value   Hit%"
    DISPLAY "------------------------------------------------------------"
        "--------------------"

    SORT SortQuotes
        ON ASCENDING KEY SQ-Salesperson SQ-QuoteNumber
        INPUT PROCEDURE IS ReleaseQuoteLines
        OUTPUT PROCEDURE IS ReportSortedQuotes

    DISPLAY "------------------------------------------------------------"
        "--------------------"
    MOVE WS-TOT-OPEN-COUNT TO WS-EDIT-COUNT-1
    MOVE WS-TOT-OPEN-VALUE TO WS-EDIT-VALUE-1
    MOVE WS-TOT-EXPIRED-COUNT TO WS-EDIT-COUNT-2
    MOVE WS-TOT-EXPIRED-VALUE TO WS-EDIT-VALUE-2
    MOVE WS-TOT-CONVERTED-COUNT TO WS-EDIT-COUNT-3
    MOVE WS-TOT-CONVERTED-VALUE TO WS-EDIT-VALUE-3
    COMPUTE WS-DECIDED = WS-TOT-CONVERTED-COUNT + WS-TOT-EXPIRED-COUNT
    IF WS-DECIDED = 0
        MOVE 0 TO WS-HIT-RATE
    ELSE
        COMPUTE WS-HIT-RATE ROUNDED =
            WS-TOT-CONVERTED-COUNT * 100 / WS-DECIDED
    END-IF
    MOVE WS-HIT-RATE TO WS-EDIT-RATE
    DISPLAY "TOTALS (" WS-SLSP-COUNT " salespersons)    " WS-EDIT-COUNT-1
        " " WS-EDIT-VALUE-1 "   " WS-EDIT-COUNT-2 " " WS-EDIT-VALUE-2
        " " WS-EDIT-COUNT-3 " " WS-EDIT-VALUE-3 "  " WS-EDIT-RATE

    IF WS-SLSP-AVAILABLE = 'Y'
        CLOSE SalespersonMaster
    END-IF
    IF WS-SLSP-COUNT = 0
        DISPLAY "No quotes in the period."
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

ReleaseQuoteLines.
    OPEN INPUT QuoteFile
    IF NOT WS-QUOTE-STATUS-OK
        DISPLAY "QuoteReport: error reopening quote file, status = "
            WS-QUOTE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ QuoteFile
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF QT-QuoteDate >= WS-FROM-DATE
                    PERFORM ReleaseOneQuoteLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE QuoteFile
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOneQuoteLine.
    MOVE QT-Salesperson TO SQ-Salesperson
    IF QT-Salesperson = SPACES
        MOVE "HSE" TO SQ-Salesperson
    END-IF
    MOVE QT-QuoteNumber TO SQ-QuoteNumber
    EVALUATE TRUE
        WHEN QT-Converted
            MOVE 'C' TO SQ-Outcome
        WHEN QT-ExpiryDate < WS-TODAY
            MOVE 'E' TO SQ-Outcome
        WHEN OTHER
            MOVE 'O' TO SQ-Outcome
    END-EVALUATE
    MOVE QT-TotalCost TO SQ-TotalCost
    RELEASE SortQuoteRec.

ReportSortedQuotes.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortQuotes
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulateQuoteLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM CountQuote
        PERFORM PrintSalespersonLine
    END-IF.

AccumulateQuoteLine.
    IF WS-FIRST-RECORD = 'Y'
        MOVE SQ-Salesperson TO WS-CURR-SLSP
        PERFORM ClearSalespersonTotals
        PERFORM StartQuote
        MOVE 'N' TO WS-FIRST-RECORD
    ELSE
        IF SQ-Salesperson NOT = WS-CURR-SLSP
            PERFORM CountQuote
            PERFORM PrintSalespersonLine
            MOVE SQ-Salesperson TO WS-CURR-SLSP
            PERFORM ClearSalespersonTotals
            PERFORM StartQuote
        ELSE
            IF SQ-QuoteNumber NOT = WS-CURR-QUOTE
                PERFORM CountQuote
                PERFORM StartQuote
            END-IF
        END-IF
    END-IF
    ADD SQ-TotalCost TO WS-QUOTE-VALUE.

StartQuote.
    MOVE SQ-QuoteNumber TO WS-CURR-QUOTE
    MOVE SQ-Outcome TO WS-CURR-OUTCOME
    MOVE 0 TO WS-QUOTE-VALUE.

ClearSalespersonTotals.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE 0 TO WS-OPEN-VALUE
    MOVE 0 TO WS-EXPIRED-COUNT
    MOVE 0 TO WS-EXPIRED-VALUE
    MOVE 0 TO WS-CONVERTED-COUNT
    MOVE 0 TO WS-CONVERTED-VALUE.

CountQuote.
    EVALUATE WS-CURR-OUTCOME
        WHEN 'C'
            ADD 1 TO WS-CONVERTED-COUNT
            ADD WS-QUOTE-VALUE TO WS-CONVERTED-VALUE
        WHEN 'E'
            ADD 1 TO WS-EXPIRED-COUNT
            ADD WS-QUOTE-VALUE TO WS-EXPIRED-VALUE
        WHEN OTHER
            ADD 1 TO WS-OPEN-COUNT
            ADD WS-QUOTE-VALUE TO WS-OPEN-VALUE
    END-EVALUATE.

PrintSalespersonLine.
    PERFORM LookUpSalesperson
    COMPUTE WS-DECIDED = WS-CONVERTED-COUNT + WS-EXPIRED-COUNT
    IF WS-DECIDED = 0
        MOVE 0 TO WS-HIT-RATE
    ELSE
        COMPUTE WS-HIT-RATE ROUNDED =
            WS-CONVERTED-COUNT * 100 / WS-DECIDED
    END-IF
    MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT-1
    MOVE WS-OPEN-VALUE TO WS-EDIT-VALUE-1
    MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT-2
    MOVE WS-EXPIRED-VALUE TO WS-EDIT-VALUE-2
    MOVE WS-CONVERTED-COUNT TO WS-EDIT-COUNT-3
    MOVE WS-CONVERTED-VALUE TO WS-EDIT-VALUE-3
    MOVE WS-HIT-RATE TO WS-EDIT-RATE
    DISPLAY WS-CURR-SLSP "  " WS-SLSP-NAME (1:20) WS-EDIT-COUNT-1 " "
        WS-EDIT-VALUE-1 "   " WS-EDIT-COUNT-2 " " WS-EDIT-VALUE-2 " "
        WS-EDIT-COUNT-3 " " WS-EDIT-VALUE-3 "  " WS-EDIT-RATE
    ADD WS-OPEN-COUNT TO WS-TOT-OPEN-COUNT
    ADD WS-OPEN-VALUE TO WS-TOT-OPEN-VALUE
    ADD WS-EXPIRED-COUNT TO WS-TOT-EXPIRED-COUNT
    ADD WS-EXPIRED-VALUE TO WS-TOT-EXPIRED-VALUE
    ADD WS-CONVERTED-COUNT TO WS-TOT-CONVERTED-COUNT
    ADD WS-CONVERTED-VALUE TO WS-TOT-CONVERTED-VALUE
    ADD 1 TO WS-SLSP-COUNT.

LookUpSalesperson.
    MOVE SPACES TO WS-SLSP-NAME
    IF WS-CURR-SLSP = "HSE"
        MOVE "House account" TO WS-SLSP-NAME
        EXIT PARAGRAPH
    END-IF
    IF WS-SLSP-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURR-SLSP TO SL-Code
    READ SalespersonMaster
        INVALID KEY
            MOVE "(not on salesperson master)" TO WS-SLSP-NAME
        NOT INVALID KEY
            MOVE SL-Name TO WS-SLSP-NAME
    END-READ.
