IDENTIFICATION DIVISION.
PROGRAM-ID. HoldReport.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HoldFile ASSIGN TO "STUHOLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-Key
        FILE STATUS IS WS-HOLD-STATUS.

    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD HoldFile.
COPY STUHOLD.

FD StudentFile.
COPY STUDENT.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HOLD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.

01 WS-TODAY PIC 9(8).
01 WS-STUDENT-AVAILABLE PIC X VALUE 'N'.
01 WS-STUDENT-NAME PIC X(20).
01 WS-TYPE-TEXT PIC X(9).
01 WS-EDIT-AMT PIC -(6)9.99.
01 WS-EDIT-COUNT PIC ZZZZ9.

*> Every hold on file, counted by type, with the financial holds'
*> past-due total for the bursar.
01 WS-HOLD-COUNT PIC 9(5) VALUE 0.
01 WS-FIN-COUNT PIC 9(5) VALUE 0.
01 WS-ACAD-COUNT PIC 9(5) VALUE 0.
01 WS-ADMIN-COUNT PIC 9(5) VALUE 0.
01 WS-FIN-PAST-DUE PIC S9(9)V99 VALUE 0.
01 WS-EDIT-TOTAL PIC -(8)9.99.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "HoldReport".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    OPEN INPUT HoldFile
    IF WS-HOLD-STATUS-FILE-NOT-FOUND
        DISPLAY "HoldReport: no holds on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-HOLD-STATUS-OK
        DISPLAY "HoldReport: error opening hold file, status = "
            WS-HOLD-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-OK
        MOVE 'Y' TO WS-STUDENT-AVAILABLE
    END-IF

    DISPLAY " "
    DISPLAY "Students on Hold                         As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "--------------------"
    DISPLAY "Student    Name                 Type      Placed   By     "
        "         Past Due"
    DISPLAY "----------------------------------------------------------"
        "--------------------"

    MOVE LOW-VALUES TO SH-Key
    START HoldFile KEY IS NOT LESS THAN SH-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ HoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintHoldLine
        END-READ
    END-PERFORM

    DISPLAY "----------------------------------------------------------"
        "--------------------"
    MOVE WS-FIN-COUNT TO WS-EDIT-COUNT
    MOVE WS-FIN-PAST-DUE TO WS-EDIT-TOTAL
    DISPLAY "Financial holds:     " WS-EDIT-COUNT
        "   past due $" WS-EDIT-TOTAL
    MOVE WS-ACAD-COUNT TO WS-EDIT-COUNT
    DISPLAY "Academic holds:      " WS-EDIT-COUNT
    MOVE WS-ADMIN-COUNT TO WS-EDIT-COUNT
    DISPLAY "Registrar holds:     " WS-EDIT-COUNT
    MOVE WS-HOLD-COUNT TO WS-EDIT-COUNT
    DISPLAY "Total holds:         " WS-EDIT-COUNT

    CLOSE HoldFile
    IF WS-STUDENT-AVAILABLE = 'Y'
        CLOSE StudentFile
    END-IF
    IF WS-HOLD-COUNT = 0
        DISPLAY "No students are on hold."
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

*> The file is in student order, so a student's holds print
*> together with the reason on the line below.
PrintHoldLine.
    MOVE "(not on file)" TO WS-STUDENT-NAME
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE SH-StudentNumber TO StudentNumber
        READ StudentFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE StudentName TO WS-STUDENT-NAME
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN SH-Financial
            MOVE "FINANCIAL" TO WS-TYPE-TEXT
            ADD 1 TO WS-FIN-COUNT
            ADD SH-PastDueAmount TO WS-FIN-PAST-DUE
        WHEN SH-Academic
            MOVE "ACADEMIC" TO WS-TYPE-TEXT
            ADD 1 TO WS-ACAD-COUNT
        WHEN OTHER
            MOVE "REGISTRAR" TO WS-TYPE-TEXT
            ADD 1 TO WS-ADMIN-COUNT
    END-EVALUATE
    MOVE SH-PastDueAmount TO WS-EDIT-AMT
    DISPLAY SH-StudentNumber " " WS-STUDENT-NAME " " WS-TYPE-TEXT " "
        SH-PlacedDate " " SH-PlacedBy " " WS-EDIT-AMT
    DISPLAY "           " SH-Reason
    ADD 1 TO WS-HOLD-COUNT.
