IDENTIFICATION DIVISION.
PROGRAM-ID. StudentHoldRun.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

    SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT HoldFile ASSIGN TO "STUHOLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-Key
        FILE STATUS IS WS-HOLD-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT SortPastDue ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD StudentFile.
COPY STUDENT.

FD OpenItemFile.
COPY OPENITEM.

FD HoldFile.
COPY STUHOLD.

FD AuditLog.
COPY AUDITREC.

SD SortPastDue.
01 SortPastDueRec.
    05 SP-StudentNumber    PIC X(10).
    05 SP-InvoiceDate      PIC 9(8).
    05 SP-Amount           PIC S9(7)V99.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HOLD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Days past the billing date before unpaid tuition puts a hold
*> on the student. Blank SYSIN line = the standard 30 days.
01 WS-DAYS-X PIC X(4).
01 WS-HOLD-DAYS PIC 9(4) VALUE 30.
01 WS-DEFAULT-DAYS PIC 9(4) VALUE 30.

01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DAY-INT PIC 9(7).
01 WS-AGE-DAYS PIC S9(7).
01 WS-OPEN-AMOUNT PIC S9(7)V99.
01 WS-OPENITEM-AVAILABLE PIC X VALUE 'N'.

01 WS-CURR-STUDENT PIC X(10).
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-PAST-DUE PIC S9(7)V99.
01 WS-OLDEST-DATE PIC 9(8).
01 WS-STUDENT-NAME PIC X(24).
01 WS-ACTION-TEXT PIC X(14).

01 WS-HOLDS-PLACED PIC 9(5) VALUE 0.
01 WS-HOLDS-KEPT PIC 9(5) VALUE 0.
01 WS-HOLDS-BURSAR PIC 9(5) VALUE 0.
01 WS-HOLDS-RELEASED PIC 9(5) VALUE 0.
01 WS-EDIT-AMT PIC -(7)9.99.
01 WS-EDIT-COUNT PIC ZZZZ9.

01 WS-AUDIT-ACTION PIC X(10).
01 WS-AUDIT-DATE PIC 9(8).
01 WS-AUDIT-TIME PIC 9(8).

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "StudentHoldRun".
01 WS-RUN-COND PIC 9(4).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM LogRunStart
    DISPLAY "Days past due before a financial hold (blank = 30): "
        WITH NO ADVANCING
    ACCEPT WS-DAYS-X
    IF WS-DAYS-X = SPACES
        MOVE WS-DEFAULT-DAYS TO WS-HOLD-DAYS
    ELSE
        IF FUNCTION TEST-NUMVAL(WS-DAYS-X) NOT = 0
            DISPLAY "StudentHoldRun: days not numeric; "
                WS-DEFAULT-DAYS " days used."
            MOVE WS-DEFAULT-DAYS TO WS-HOLD-DAYS
        ELSE
            COMPUTE WS-HOLD-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
        END-IF
    END-IF

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE WS-RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-FILE-NOT-FOUND
        DISPLAY "StudentHoldRun: no student file; nothing to check."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-STUDENT-STATUS-OK
        DISPLAY "StudentHoldRun: error opening student file, "
            "status = " WS-STUDENT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    OPEN INPUT OpenItemFile
    IF WS-OPENITEM-STATUS-OK
        MOVE 'Y' TO WS-OPENITEM-AVAILABLE
    ELSE
        IF NOT WS-OPENITEM-STATUS-FILE-NOT-FOUND
            DISPLAY "StudentHoldRun: error opening open-item file, "
                "status = " WS-OPENITEM-STATUS
            MOVE 16 TO RETURN-CODE
            PERFORM LogRunEnd
            STOP RUN
        END-IF
    END-IF

    OPEN I-O HoldFile
    IF WS-HOLD-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT HoldFile
        CLOSE HoldFile
        OPEN I-O HoldFile
    END-IF
    IF NOT WS-HOLD-STATUS-OK
        DISPLAY "StudentHoldRun: error opening hold file, status = "
            WS-HOLD-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    PERFORM OpenAuditLog

    DISPLAY " "
    DISPLAY "Financial Holds for " WS-RUN-DATE
        "   Tuition past due over " WS-HOLD-DAYS " days"
    DISPLAY "------------------------------------------------------"
        "------------------"
    DISPLAY "Student    Name                        Past Due  Since"
        "     Action"
    DISPLAY "------------------------------------------------------"
        "------------------"

    IF WS-OPENITEM-AVAILABLE = 'Y'
        SORT SortPastDue
            ON ASCENDING KEY SP-StudentNumber
            INPUT PROCEDURE IS ReleasePastDueTuition
            OUTPUT PROCEDURE IS HoldPastDueStudents
    END-IF

    PERFORM ReleaseClearedHolds

    DISPLAY "------------------------------------------------------"
        "------------------"
    MOVE WS-HOLDS-PLACED TO WS-EDIT-COUNT
    DISPLAY "Holds placed tonight:              " WS-EDIT-COUNT
    MOVE WS-HOLDS-KEPT TO WS-EDIT-COUNT
    DISPLAY "Holds still past due:              " WS-EDIT-COUNT
    MOVE WS-HOLDS-BURSAR TO WS-EDIT-COUNT
    DISPLAY "Past due, bursar hold already on:  " WS-EDIT-COUNT
    MOVE WS-HOLDS-RELEASED TO WS-EDIT-COUNT
    DISPLAY "Holds lifted (paid up):            " WS-EDIT-COUNT

    CLOSE StudentFile
    IF WS-OPENITEM-AVAILABLE = 'Y'
        CLOSE OpenItemFile
    END-IF
    CLOSE HoldFile
    CLOSE AuditLog
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

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StudentHoldRun: error opening audit log, status = "
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "StudentHoldRun" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE SH-Key TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "StudentHoldRun: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> TuitionBilling posts tuition as invoice open items under the
*> student number, so an open invoice whose account is on the
*> student master is tuition. Finance charges and unapplied cash
*> do not put a student on hold.
ReleasePastDueTuition.
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
                PERFORM ReleaseOnePastDueItem
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOnePastDueItem.
    COMPUTE WS-OPEN-AMOUNT = OI-OriginalAmount - OI-AmountPaid
    IF OI-Closed OR NOT OI-Type-Invoice OR WS-OPEN-AMOUNT <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AGE-DAYS = WS-RUN-DAY-INT
        - FUNCTION INTEGER-OF-DATE(OI-InvoiceDate)
    IF WS-AGE-DAYS <= WS-HOLD-DAYS
        EXIT PARAGRAPH
    END-IF
    MOVE OI-CustomerNumber TO StudentNumber
    READ StudentFile
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    MOVE OI-CustomerNumber TO SP-StudentNumber
    MOVE OI-InvoiceDate TO SP-InvoiceDate
    MOVE WS-OPEN-AMOUNT TO SP-Amount
    RELEASE SortPastDueRec.

HoldPastDueStudents.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortPastDue
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM AccumulatePastDue
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM HoldOneStudent
    END-IF.

AccumulatePastDue.
    IF WS-FIRST-RECORD = 'Y'
        MOVE SP-StudentNumber TO WS-CURR-STUDENT
        MOVE 0 TO WS-PAST-DUE
        MOVE SP-InvoiceDate TO WS-OLDEST-DATE
        MOVE 'N' TO WS-FIRST-RECORD
    ELSE
        IF SP-StudentNumber NOT = WS-CURR-STUDENT
            PERFORM HoldOneStudent
            MOVE SP-StudentNumber TO WS-CURR-STUDENT
            MOVE 0 TO WS-PAST-DUE
            MOVE SP-InvoiceDate TO WS-OLDEST-DATE
        END-IF
    END-IF
    IF SP-InvoiceDate < WS-OLDEST-DATE
        MOVE SP-InvoiceDate TO WS-OLDEST-DATE
    END-IF
    ADD SP-Amount TO WS-PAST-DUE.

*> A financial hold the bursar placed by hand is left exactly as
*> keyed; one this run placed is refreshed with tonight's amount
*> and check date so ReleaseClearedHolds leaves it standing.
HoldOneStudent.
    MOVE WS-CURR-STUDENT TO SH-StudentNumber
    MOVE 'F' TO SH-HoldType
    READ HoldFile
        INVALID KEY
            PERFORM PlaceFinancialHold
            EXIT PARAGRAPH
    END-READ
    IF SH-PlacedBy NOT = "NIGHTLY"
        MOVE "BURSAR HOLD" TO WS-ACTION-TEXT
        ADD 1 TO WS-HOLDS-BURSAR
        PERFORM PrintHoldLine
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PAST-DUE TO SH-PastDueAmount
    MOVE WS-RUN-DATE TO SH-CheckedDate
    REWRITE HoldRecord
        INVALID KEY
            DISPLAY "StudentHoldRun: could not update hold for "
                "student " WS-CURR-STUDENT ", status = "
                WS-HOLD-STATUS
            EXIT PARAGRAPH
    END-REWRITE
    MOVE "STILL HELD" TO WS-ACTION-TEXT
    ADD 1 TO WS-HOLDS-KEPT
    PERFORM PrintHoldLine.

PlaceFinancialHold.
    MOVE WS-CURR-STUDENT TO SH-StudentNumber
    MOVE 'F' TO SH-HoldType
    MOVE SPACES TO SH-Reason
    STRING "TUITION PAST DUE SINCE " DELIMITED BY SIZE
        WS-OLDEST-DATE DELIMITED BY SIZE
        INTO SH-Reason
    MOVE "NIGHTLY" TO SH-PlacedBy
    MOVE WS-RUN-DATE TO SH-PlacedDate
    MOVE WS-PAST-DUE TO SH-PastDueAmount
    MOVE WS-RUN-DATE TO SH-CheckedDate
    WRITE HoldRecord
        INVALID KEY
            DISPLAY "StudentHoldRun: could not place hold for "
                "student " WS-CURR-STUDENT ", status = "
                WS-HOLD-STATUS
            EXIT PARAGRAPH
    END-WRITE
    MOVE "HOLDADD" TO WS-AUDIT-ACTION
    PERFORM WriteAuditRecord
    MOVE "HOLD PLACED" TO WS-ACTION-TEXT
    ADD 1 TO WS-HOLDS-PLACED
    PERFORM PrintHoldLine.

PrintHoldLine.
    MOVE "(not on file)" TO WS-STUDENT-NAME
    MOVE WS-CURR-STUDENT TO StudentNumber
    READ StudentFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE StudentName TO WS-STUDENT-NAME
    END-READ
    MOVE WS-PAST-DUE TO WS-EDIT-AMT
    DISPLAY WS-CURR-STUDENT " " WS-STUDENT-NAME " " WS-EDIT-AMT
        "  " WS-OLDEST-DATE "  " WS-ACTION-TEXT.

*> A financial hold this run placed that was not confirmed tonight
*> means the student has paid down below the past-due line, so the
*> hold comes off. Holds the bursar placed are only ever lifted by
*> hand through HoldMaintenance.
ReleaseClearedHolds.
    MOVE LOW-VALUES TO SH-Key
    START HoldFile KEY IS NOT LESS THAN SH-Key
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ HoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF SH-Financial
                    AND SH-PlacedBy = "NIGHTLY"
                    AND SH-CheckedDate < WS-RUN-DATE
                    PERFORM LiftFinancialHold
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

LiftFinancialHold.
    DELETE HoldFile
        INVALID KEY
            DISPLAY "StudentHoldRun: could not lift hold for "
                "student " SH-StudentNumber ", status = "
                WS-HOLD-STATUS
            EXIT PARAGRAPH
    END-DELETE
    MOVE "HOLDREL" TO WS-AUDIT-ACTION
    PERFORM WriteAuditRecord
    MOVE SH-StudentNumber TO WS-CURR-STUDENT
    MOVE 0 TO WS-PAST-DUE
    MOVE SH-PlacedDate TO WS-OLDEST-DATE
    MOVE "HOLD LIFTED" TO WS-ACTION-TEXT
    ADD 1 TO WS-HOLDS-RELEASED
    PERFORM PrintHoldLine.
