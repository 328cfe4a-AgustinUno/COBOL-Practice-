IDENTIFICATION DIVISION.
PROGRAM-ID. AidFundReport.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AidAwardFile ASSIGN TO "AIDAWARD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AW-Key
        FILE STATUS IS WS-AWARD-STATUS.

    SELECT SortAwards ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD AidAwardFile.
COPY AIDAWARD.

*> Awards in fund order so each fund's disbursements print
*> together with a total the aid office checks against its budget.
SD SortAwards.
01 SortAwardRec.
    05 SA-Fund             PIC X(4).
    05 SA-Term             PIC X(6).
    05 SA-StudentNumber    PIC X(10).
    05 SA-AwardType        PIC X.
    05 SA-Status           PIC X.
    05 SA-Amount           PIC 9(7)V99.
    05 SA-DisbursedDate    PIC 9(8).
    05 SA-AppliedAmount    PIC 9(7)V99.
    05 SA-CreditAmount     PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AWARD-STATUS==.

01 WS-TODAY PIC 9(8).
01 WS-REPORT-TERM PIC X(6).
01 WS-TERM-TEXT PIC X(9).
01 WS-TYPE-TEXT PIC X(11).
01 WS-STATUS-TEXT PIC X(9).
01 WS-DISB-TEXT PIC X(8).
01 WS-EDIT-AMT PIC Z(6)9.99.
01 WS-EDIT-APPLIED PIC Z(6)9.99.
01 WS-EDIT-TOTAL PIC Z(8)9.99.
01 WS-EDIT-COUNT PIC ZZZZ9.

*> One fund's totals, gathered on the fund control break.
01 WS-CURR-FUND PIC X(4).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-FUND-COUNT PIC 9(5).
01 WS-FUND-AWARDED PIC 9(9)V99.
01 WS-FUND-DISBURSED PIC 9(9)V99.
01 WS-FUND-APPLIED PIC 9(9)V99.
01 WS-FUND-CREDIT PIC 9(9)V99.
01 WS-FUND-PENDING PIC 9(9)V99.

01 WS-FUNDS-REPORTED PIC 9(5) VALUE 0.
01 WS-AWARD-COUNT PIC 9(5) VALUE 0.
01 WS-GRAND-AWARDED PIC 9(9)V99 VALUE 0.
01 WS-GRAND-DISBURSED PIC 9(9)V99 VALUE 0.
01 WS-GRAND-PENDING PIC 9(9)V99 VALUE 0.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "AidFundReport".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "Term to report (e.g. 2026FA, blank = all terms): "
        WITH NO ADVANCING
    ACCEPT WS-REPORT-TERM
    IF WS-REPORT-TERM = SPACES
        MOVE "ALL TERMS" TO WS-TERM-TEXT
    ELSE
        MOVE WS-REPORT-TERM TO WS-TERM-TEXT
    END-IF

    OPEN INPUT AidAwardFile
    IF WS-AWARD-STATUS-FILE-NOT-FOUND
        DISPLAY "AidFundReport: no awards on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-AWARD-STATUS-OK
        DISPLAY "AidFundReport: error opening award file, status = "
            WS-AWARD-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    DISPLAY " "
    DISPLAY "Financial Aid Disbursements by Fund   Term: " WS-TERM-TEXT
        "   As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "------------------"
    DISPLAY "Fund Term   Student    Type        Status    Disbursed  "
        "   Award To Tuition"
    DISPLAY "----------------------------------------------------------"
        "------------------"

    SORT SortAwards
        ON ASCENDING KEY SA-Fund SA-Term SA-StudentNumber
        INPUT PROCEDURE IS ReleaseAwards
        OUTPUT PROCEDURE IS PrintFundAwards

    DISPLAY "=========================================================="
        "=================="
    MOVE WS-FUNDS-REPORTED TO WS-EDIT-COUNT
    DISPLAY "Funds:                " WS-EDIT-COUNT
    MOVE WS-AWARD-COUNT TO WS-EDIT-COUNT
    DISPLAY "Awards:               " WS-EDIT-COUNT
    MOVE WS-GRAND-AWARDED TO WS-EDIT-TOTAL
    DISPLAY "Total awarded:        $" WS-EDIT-TOTAL
    MOVE WS-GRAND-DISBURSED TO WS-EDIT-TOTAL
    DISPLAY "Total disbursed:      $" WS-EDIT-TOTAL
    MOVE WS-GRAND-PENDING TO WS-EDIT-TOTAL
    DISPLAY "Still pending:        $" WS-EDIT-TOTAL

    CLOSE AidAwardFile
    IF WS-AWARD-COUNT = 0
        DISPLAY "No awards on file for the term."
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

ReleaseAwards.
    MOVE LOW-VALUES TO AW-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START AidAwardFile KEY IS NOT LESS THAN AW-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AidAwardFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF WS-REPORT-TERM = SPACES
                    OR AW-Term = WS-REPORT-TERM
                    PERFORM ReleaseOneAward
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOneAward.
    MOVE AW-Fund TO SA-Fund
    MOVE AW-Term TO SA-Term
    MOVE AW-StudentNumber TO SA-StudentNumber
    MOVE AW-AwardType TO SA-AwardType
    MOVE AW-Status TO SA-Status
    MOVE AW-Amount TO SA-Amount
    MOVE AW-DisbursedDate TO SA-DisbursedDate
    MOVE AW-AppliedAmount TO SA-AppliedAmount
    MOVE AW-CreditAmount TO SA-CreditAmount
    RELEASE SortAwardRec.

PrintFundAwards.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortAwards
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintAwardLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintFundTotals
    END-IF.

PrintAwardLine.
    IF WS-FIRST-RECORD = 'N' AND SA-Fund NOT = WS-CURR-FUND
        PERFORM PrintFundTotals
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SA-Fund TO WS-CURR-FUND
        MOVE 0 TO WS-FUND-COUNT
        MOVE 0 TO WS-FUND-AWARDED
        MOVE 0 TO WS-FUND-DISBURSED
        MOVE 0 TO WS-FUND-APPLIED
        MOVE 0 TO WS-FUND-CREDIT
        MOVE 0 TO WS-FUND-PENDING
        MOVE 'N' TO WS-FIRST-RECORD
    END-IF
    EVALUATE SA-AwardType
        WHEN 'S'
            MOVE "SCHOLARSHIP" TO WS-TYPE-TEXT
        WHEN 'G'
            MOVE "GRANT" TO WS-TYPE-TEXT
        WHEN 'W'
            MOVE "WAIVER" TO WS-TYPE-TEXT
        WHEN 'L'
            MOVE "LOAN" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-TYPE-TEXT
    END-EVALUATE
    ADD 1 TO WS-FUND-COUNT
    ADD 1 TO WS-AWARD-COUNT
    ADD SA-Amount TO WS-FUND-AWARDED
    ADD SA-Amount TO WS-GRAND-AWARDED
    IF SA-Status = 'D'
        MOVE "DISBURSED" TO WS-STATUS-TEXT
        MOVE SA-DisbursedDate TO WS-DISB-TEXT
        ADD SA-Amount TO WS-FUND-DISBURSED
        ADD SA-Amount TO WS-GRAND-DISBURSED
        ADD SA-AppliedAmount TO WS-FUND-APPLIED
        ADD SA-CreditAmount TO WS-FUND-CREDIT
    ELSE
        MOVE "PENDING" TO WS-STATUS-TEXT
        MOVE SPACES TO WS-DISB-TEXT
        ADD SA-Amount TO WS-FUND-PENDING
        ADD SA-Amount TO WS-GRAND-PENDING
    END-IF
    MOVE SA-Amount TO WS-EDIT-AMT
    MOVE SA-AppliedAmount TO WS-EDIT-APPLIED
    DISPLAY SA-Fund " " SA-Term " " SA-StudentNumber " "
        WS-TYPE-TEXT " " WS-STATUS-TEXT " " WS-DISB-TEXT " "
        WS-EDIT-AMT " " WS-EDIT-APPLIED.

*> Fund break: what was awarded, what has reached student
*> accounts (split between tuition and refundable credit), and
*> what is still waiting on the disbursement run.
PrintFundTotals.
    DISPLAY "----------------------------------------------------------"
        "------------------"
    MOVE WS-FUND-COUNT TO WS-EDIT-COUNT
    DISPLAY "Fund " WS-CURR-FUND " totals, " WS-EDIT-COUNT " awards"
    MOVE WS-FUND-AWARDED TO WS-EDIT-TOTAL
    DISPLAY "    Awarded:                 $" WS-EDIT-TOTAL
    MOVE WS-FUND-DISBURSED TO WS-EDIT-TOTAL
    DISPLAY "    Disbursed:               $" WS-EDIT-TOTAL
    MOVE WS-FUND-APPLIED TO WS-EDIT-TOTAL
    DISPLAY "      applied to tuition:    $" WS-EDIT-TOTAL
    MOVE WS-FUND-CREDIT TO WS-EDIT-TOTAL
    DISPLAY "      left as credit:        $" WS-EDIT-TOTAL
    MOVE WS-FUND-PENDING TO WS-EDIT-TOTAL
    DISPLAY "    Pending disbursement:    $" WS-EDIT-TOTAL
    DISPLAY " "
    ADD 1 TO WS-FUNDS-REPORTED.
