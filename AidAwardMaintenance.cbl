IDENTIFICATION DIVISION.
PROGRAM-ID. AidAwardMaintenance.

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

    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD AidAwardFile.
COPY AIDAWARD.

FD StudentFile.
COPY STUDENT.

FD AuditLog.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 Choice            PIC X.
01 EndOfSession      PIC X VALUE 'N'.
01 WS-EOF-SWITCH     PIC X VALUE 'N'.
01 WS-KEY-OK         PIC X.
01 WS-AMOUNT-OK      PIC X.
01 WS-TODAY          PIC 9(8).
01 WS-SEARCH-STUDENT PIC X(10).
01 WS-SEARCH-TERM    PIC X(6).
01 WS-STUDENT-AVAILABLE PIC X VALUE 'N'.
01 WS-AMOUNT-X       PIC X(12).
01 WS-LIST-COUNT     PIC 9(5).
01 WS-LIST-TOTAL     PIC 9(9)V99.
01 WS-TYPE-TEXT      PIC X(11).
01 WS-STATUS-TEXT    PIC X(9).
01 WS-EDIT-AMT       PIC Z(6)9.99.
01 WS-EDIT-TOTAL     PIC Z(8)9.99.
01 WS-CONFIRM        PIC X.

COPY FILESTAT REPLACING ==:FS:== BY ==WS-AWARD-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
01 WS-AUDIT-TIME       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-AUDIT-STATUS==.

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM OpenAwardFile.
    PERFORM OpenStudentFile.
    PERFORM OpenAuditLog.

    PERFORM UNTIL EndOfSession = 'Y'
        DISPLAY "1. Add Award"
        DISPLAY "2. View Awards for a Student"
        DISPLAY "3. Change Pending Award"
        DISPLAY "4. Withdraw Pending Award"
        DISPLAY "5. List Awards for a Term"
        DISPLAY "6. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

        EVALUATE Choice
            WHEN '1'
                PERFORM AddAward
            WHEN '2'
                PERFORM ViewStudentAwards
            WHEN '3'
                PERFORM ChangeAward
            WHEN '4'
                PERFORM WithdrawAward
            WHEN '5'
                PERFORM ListTermAwards
            WHEN '6'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM.

    CLOSE AidAwardFile.
    IF WS-STUDENT-AVAILABLE = 'Y'
        CLOSE StudentFile
    END-IF.
    CLOSE AuditLog.
    GOBACK.

OpenAwardFile.
    OPEN I-O AidAwardFile.
    IF WS-AWARD-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AidAwardFile
        CLOSE AidAwardFile
        OPEN I-O AidAwardFile
    END-IF
    IF NOT WS-AWARD-STATUS-OK
        DISPLAY "AidAwardMaintenance: error opening award file, "
            "status = " WS-AWARD-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

OpenStudentFile.
    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-FILE-NOT-FOUND
        DISPLAY "Student file not found. Awards will not be "
            "validated against it."
    ELSE
        IF NOT WS-STUDENT-STATUS-OK
            DISPLAY "AidAwardMaintenance: error opening student "
                "file, status = " WS-STUDENT-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        ELSE
            MOVE 'Y' TO WS-STUDENT-AVAILABLE
        END-IF
    END-IF.

OpenAuditLog.
    OPEN EXTEND AuditLog.
    IF WS-AUDIT-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT AuditLog
        CLOSE AuditLog
        OPEN EXTEND AuditLog
    END-IF
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "AidAwardMaintenance: error opening audit log, "
            "status = " WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

WriteAuditRecord.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME FROM TIME.
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AL-Timestamp.
    MOVE "AidAwardMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "AidAwardMaintenance: error writing audit record, "
            "status = " WS-AUDIT-STATUS
    END-IF.

*> Student, term and fund; the student must be on the student
*> master when it is available.
AcceptAwardKey.
    MOVE 'N' TO WS-KEY-OK
    DISPLAY "Enter student number: " WITH NO ADVANCING
    ACCEPT AW-StudentNumber
    IF AW-StudentNumber = SPACES
        DISPLAY "Student number is required."
        EXIT PARAGRAPH
    END-IF
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE AW-StudentNumber TO StudentNumber
        READ StudentFile
            INVALID KEY
                DISPLAY "Student " AW-StudentNumber " not found."
                EXIT PARAGRAPH
        END-READ
        DISPLAY "Student: " StudentName
    END-IF
    DISPLAY "Term (e.g. 2026FA): " WITH NO ADVANCING
    ACCEPT AW-Term
    IF AW-Term = SPACES
        DISPLAY "Term is required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fund code: " WITH NO ADVANCING
    ACCEPT AW-Fund
    IF AW-Fund = SPACES
        DISPLAY "Fund code is required."
        EXIT PARAGRAPH
    END-IF
    MOVE AW-Key TO WS-AUDIT-KEY
    MOVE 'Y' TO WS-KEY-OK.

*> Award type and amount; the amount must be a positive figure.
AcceptAwardDetail.
    MOVE 'N' TO WS-AMOUNT-OK
    DISPLAY "Award type (S=scholarship, G=grant, W=tuition waiver, "
        "L=loan): " WITH NO ADVANCING
    ACCEPT AW-AwardType
    EVALUATE AW-AwardType
        WHEN 's' MOVE 'S' TO AW-AwardType
        WHEN 'g' MOVE 'G' TO AW-AwardType
        WHEN 'w' MOVE 'W' TO AW-AwardType
        WHEN 'l' MOVE 'L' TO AW-AwardType
    END-EVALUATE
    IF NOT AW-Valid-Type
        DISPLAY "Award type must be S, G, W or L."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Award amount (e.g. 1500.00): " WITH NO ADVANCING
    ACCEPT WS-AMOUNT-X
    IF FUNCTION TEST-NUMVAL(WS-AMOUNT-X) NOT = 0
        DISPLAY "Amount not numeric."
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-AMOUNT-X) <= 0
        DISPLAY "Amount must be greater than zero."
        EXIT PARAGRAPH
    END-IF
    COMPUTE AW-Amount = FUNCTION NUMVAL(WS-AMOUNT-X)
    MOVE 'Y' TO WS-AMOUNT-OK.

SetAwardText.
    EVALUATE TRUE
        WHEN AW-Scholarship
            MOVE "SCHOLARSHIP" TO WS-TYPE-TEXT
        WHEN AW-Grant
            MOVE "GRANT" TO WS-TYPE-TEXT
        WHEN AW-Waiver
            MOVE "WAIVER" TO WS-TYPE-TEXT
        WHEN AW-Loan
            MOVE "LOAN" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-TYPE-TEXT
    END-EVALUATE
    IF AW-Disbursed
        MOVE "DISBURSED" TO WS-STATUS-TEXT
    ELSE
        MOVE "PENDING" TO WS-STATUS-TEXT
    END-IF.

AddAward.
    PERFORM AcceptAwardKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptAwardDetail
    IF WS-AMOUNT-OK = 'N'
        DISPLAY "Award not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TODAY TO AW-EnteredDate
    SET AW-Pending TO TRUE
    MOVE 0 TO AW-DisbursedDate
    MOVE 0 TO AW-AppliedAmount
    MOVE 0 TO AW-CreditAmount
    WRITE AidAwardRecord
        INVALID KEY
            IF WS-AWARD-STATUS-DUPLICATE-KEY
                DISPLAY "Student already has an award from that "
                    "fund for the term. Award not added."
            ELSE
                DISPLAY "Could not add award. Record not written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Award added; it will be applied by the next "
                "disbursement run for the term."
            MOVE "AIDADD" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-WRITE.

ViewStudentAwards.
    DISPLAY "Enter student number: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-STUDENT
    MOVE WS-SEARCH-STUDENT TO AW-StudentNumber
    MOVE LOW-VALUES TO AW-Term
    MOVE LOW-VALUES TO AW-Fund
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO WS-LIST-TOTAL
    MOVE 'N' TO WS-EOF-SWITCH
    START AidAwardFile KEY IS NOT LESS THAN AW-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Awards for student " WS-SEARCH-STUDENT ":"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AidAwardFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF AW-StudentNumber NOT = WS-SEARCH-STUDENT
                    MOVE 'Y' TO WS-EOF-SWITCH
                ELSE
                    PERFORM ShowAwardLine
                END-IF
        END-READ
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No awards on file for this student."
    END-IF.

ShowAwardLine.
    PERFORM SetAwardText
    MOVE AW-Amount TO WS-EDIT-AMT
    DISPLAY AW-StudentNumber " " AW-Term " " AW-Fund " "
        WS-TYPE-TEXT " $" WS-EDIT-AMT " " WS-STATUS-TEXT
    IF AW-Disbursed
        MOVE AW-AppliedAmount TO WS-EDIT-AMT
        DISPLAY "    Disbursed " AW-DisbursedDate
            ": to tuition $" WS-EDIT-AMT WITH NO ADVANCING
        MOVE AW-CreditAmount TO WS-EDIT-AMT
        DISPLAY "  credit left $" WS-EDIT-AMT
    END-IF
    ADD 1 TO WS-LIST-COUNT
    ADD AW-Amount TO WS-LIST-TOTAL.

*> A disbursed award has already reached the student's account,
*> so only pending awards may be changed or withdrawn here.
ReadPendingAward.
    PERFORM AcceptAwardKey
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-KEY-OK
    READ AidAwardFile
        INVALID KEY
            DISPLAY "No award from that fund for the student and "
                "term."
            EXIT PARAGRAPH
    END-READ
    PERFORM ShowAwardLine
    IF AW-Disbursed
        DISPLAY "Award already disbursed; it cannot be changed."
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-KEY-OK.

ChangeAward.
    PERFORM ReadPendingAward
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM AcceptAwardDetail
    IF WS-AMOUNT-OK = 'N'
        DISPLAY "Award not changed."
        EXIT PARAGRAPH
    END-IF
    REWRITE AidAwardRecord
        INVALID KEY
            DISPLAY "Could not change award, status = "
                WS-AWARD-STATUS
        NOT INVALID KEY
            DISPLAY "Award changed."
            MOVE "AIDCHG" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-REWRITE.

WithdrawAward.
    PERFORM ReadPendingAward
    IF WS-KEY-OK = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Withdraw this award (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Award left in place."
        EXIT PARAGRAPH
    END-IF
    DELETE AidAwardFile
        INVALID KEY
            DISPLAY "Could not withdraw award, status = "
                WS-AWARD-STATUS
        NOT INVALID KEY
            DISPLAY "Award withdrawn."
            MOVE "AIDDEL" TO WS-AUDIT-ACTION
            PERFORM WriteAuditRecord
    END-DELETE.

*> The file is in student order, so a term's awards are picked
*> out on a full pass.
ListTermAwards.
    DISPLAY "Enter term (e.g. 2026FA): " WITH NO ADVANCING
    ACCEPT WS-SEARCH-TERM
    MOVE LOW-VALUES TO AW-Key
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO WS-LIST-TOTAL
    MOVE 'N' TO WS-EOF-SWITCH
    START AidAwardFile KEY IS NOT LESS THAN AW-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    DISPLAY "Awards for term " WS-SEARCH-TERM ":"
    DISPLAY "------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ AidAwardFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF AW-Term = WS-SEARCH-TERM
                    PERFORM ShowAwardLine
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "------------------------------------------------------------"
    MOVE WS-LIST-TOTAL TO WS-EDIT-TOTAL
    DISPLAY "Awards: " WS-LIST-COUNT "   Total awarded $" WS-EDIT-TOTAL.
