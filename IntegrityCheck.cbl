IDENTIFICATION DIVISION.
PROGRAM-ID. IntegrityCheck.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OrderMaster ASSIGN TO "ORDERMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-STATUS.

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

    SELECT SalespersonMaster ASSIGN TO "SLSPMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-Code
        FILE STATUS IS WS-SLSP-STATUS.

    SELECT StudentFile ASSIGN TO "STUDENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentNumber
        FILE STATUS IS WS-STUDENT-STATUS.

    SELECT CourseCatalog ASSIGN TO "COURSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CourseCode
        FILE STATUS IS WS-COURSE-STATUS.

    SELECT EnrollmentFile ASSIGN TO "ENROLL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EN-Key
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT GradesFile ASSIGN TO "GRADES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GR-Key
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OI-InvoiceNumber
        FILE STATUS IS WS-OPENITEM-STATUS.

    SELECT SortItems ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD OrderMaster.
COPY ORDERREC.

FD CustomerMaster.
COPY CUSTMAST.

FD ItemMaster.
COPY ITEMMAST.

FD SalespersonMaster.
COPY SLSPMAST.

FD StudentFile.
COPY STUDENT.

FD CourseCatalog.
COPY COURSE.

FD EnrollmentFile.
COPY ENROLL.

FD GradesFile.
COPY GRADEREC.

FD OpenItemFile.
COPY OPENITEM.

*> Open items resorted into customer order so they match against
*> the Customer Master read in key sequence.
SD SortItems.
01 SortItemRec.
    05 SR-CustomerNumber   PIC X(10).
    05 SR-InvoiceNumber    PIC 9(16).
    05 SR-OpenAmount       PIC S9(7)V99.
    05 SR-Status           PIC X.

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ORDER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ITEM-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SLSP-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-STUDENT-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-COURSE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ENROLL-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-GRADES-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-OPENITEM-STATUS==.

*> The masters the rules look keys up on. A master that is not
*> there yet skips the rules that need it, with a note.
01 WS-CUSTOMER-AVAILABLE PIC X VALUE 'N'.
01 WS-ITEM-AVAILABLE     PIC X VALUE 'N'.
01 WS-SLSP-AVAILABLE     PIC X VALUE 'N'.
01 WS-STUDENT-AVAILABLE  PIC X VALUE 'N'.
01 WS-COURSE-AVAILABLE   PIC X VALUE 'N'.
01 WS-ON-FILE            PIC X.
01 WS-RULES-SKIPPED      PIC 9(2) VALUE 0.

*> Records read by each pass.
01 WS-ORDER-LINES-READ   PIC 9(9) VALUE 0.
01 WS-ENROLLMENTS-READ   PIC 9(9) VALUE 0.
01 WS-GRADES-READ        PIC 9(9) VALUE 0.
01 WS-OPEN-ITEMS-READ    PIC 9(9) VALUE 0.
01 WS-CUSTOMERS-READ     PIC 9(9) VALUE 0.

*> Exceptions by rule. Rules 1, 2, 8 and 9 are serious: a line
*> GL cannot cost or a customer the statements cannot bill. The
*> rest are reported for clean-up but do not stop the stream.
01 WS-R1-ORD-CUSTOMER    PIC 9(7) VALUE 0.
01 WS-R2-ORD-ITEM        PIC 9(7) VALUE 0.
01 WS-R3-ORD-SLSP        PIC 9(7) VALUE 0.
01 WS-R4-ENR-STUDENT     PIC 9(7) VALUE 0.
01 WS-R5-ENR-COURSE      PIC 9(7) VALUE 0.
01 WS-R6-GRD-STUDENT     PIC 9(7) VALUE 0.
01 WS-R7-GRD-COURSE      PIC 9(7) VALUE 0.
01 WS-R8-OI-CUSTOMER     PIC 9(7) VALUE 0.
01 WS-R9-BALANCE         PIC 9(7) VALUE 0.
01 WS-SERIOUS-COUNT      PIC 9(8) VALUE 0.
01 WS-WARNING-COUNT      PIC 9(8) VALUE 0.

*> Balance match: the Customer Master in key order against the
*> sorted open items. HIGH-VALUES marks an exhausted side.
01 WS-CUST-KEY           PIC X(10).
01 WS-ITEM-CUST-KEY      PIC X(10).
01 WS-CUST-EOF           PIC X.
01 WS-SORT-EOF           PIC X.
01 WS-OPEN-TOTAL         PIC S9(9)V99.
01 WS-OPEN-ITEM-COUNT    PIC 9(5).
01 WS-BALANCE-DIFF       PIC S9(9)V99.
01 WS-TOT-BALANCE-DIFF   PIC S9(11)V99 VALUE 0.

01 WS-EDIT-BALANCE       PIC -(8)9.99.
01 WS-EDIT-OPEN          PIC -(8)9.99.
01 WS-EDIT-DIFF          PIC -(8)9.99.
01 WS-EDIT-TOT-DIFF      PIC -(10)9.99.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "IntegrityCheck".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    PERFORM OpenLookupMasters

    DISPLAY "Cross-File Integrity Exceptions"
    DISPLAY "------------------------------------------------------------"
        "----------------"
    DISPLAY "Rule File       Key                  Exception"
    DISPLAY "------------------------------------------------------------"
        "----------------"
    PERFORM NoteSkippedRules

    PERFORM CheckOrderMaster
    PERFORM CheckEnrollments
    PERFORM CheckGrades
    PERFORM CheckOpenItems

    PERFORM PrintRuleCounts
    PERFORM CloseLookupMasters

    IF WS-SERIOUS-COUNT > 0
        DISPLAY " "
        DISPLAY "IntegrityCheck: SERIOUS BREAKS FOUND. Nightly stream "
            "should not continue."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-WARNING-COUNT > 0 OR WS-RULES-SKIPPED > 0
            DISPLAY " "
            DISPLAY "IntegrityCheck: no serious breaks; exceptions "
                "listed above need clean-up."
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY " "
            DISPLAY "IntegrityCheck: all files agree with each other."
        END-IF
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

OpenLookupMasters.
    OPEN INPUT CustomerMaster
    IF WS-CUSTOMER-STATUS-OK
        MOVE 'Y' TO WS-CUSTOMER-AVAILABLE
    ELSE
        IF NOT WS-CUSTOMER-STATUS-FILE-NOT-FOUND
            DISPLAY "IntegrityCheck: error opening Customer Master, "
                "status = " WS-CUSTOMER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ItemMaster
    IF WS-ITEM-STATUS-OK
        MOVE 'Y' TO WS-ITEM-AVAILABLE
    ELSE
        IF NOT WS-ITEM-STATUS-FILE-NOT-FOUND
            DISPLAY "IntegrityCheck: error opening Item Master, "
                "status = " WS-ITEM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT SalespersonMaster
    IF WS-SLSP-STATUS-OK
        MOVE 'Y' TO WS-SLSP-AVAILABLE
    ELSE
        IF NOT WS-SLSP-STATUS-FILE-NOT-FOUND
            DISPLAY "IntegrityCheck: error opening salesperson "
                "master, status = " WS-SLSP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-STATUS-OK
        MOVE 'Y' TO WS-STUDENT-AVAILABLE
    ELSE
        IF NOT WS-STUDENT-STATUS-FILE-NOT-FOUND
            DISPLAY "IntegrityCheck: error opening student file, "
                "status = " WS-STUDENT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT CourseCatalog
    IF WS-COURSE-STATUS-OK
        MOVE 'Y' TO WS-COURSE-AVAILABLE
    ELSE
        IF NOT WS-COURSE-STATUS-FILE-NOT-FOUND
            DISPLAY "IntegrityCheck: error opening course catalog, "
                "status = " WS-COURSE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

CloseLookupMasters.
    IF WS-CUSTOMER-AVAILABLE = 'Y'
        CLOSE CustomerMaster
    END-IF
    IF WS-ITEM-AVAILABLE = 'Y'
        CLOSE ItemMaster
    END-IF
    IF WS-SLSP-AVAILABLE = 'Y'
        CLOSE SalespersonMaster
    END-IF
    IF WS-STUDENT-AVAILABLE = 'Y'
        CLOSE StudentFile
    END-IF
    IF WS-COURSE-AVAILABLE = 'Y'
        CLOSE CourseCatalog
    END-IF.

NoteSkippedRules.
    IF WS-CUSTOMER-AVAILABLE = 'N'
        DISPLAY "NOTE  Customer Master not on file; rules 1, 8 and 9 "
            "skipped."
        ADD 3 TO WS-RULES-SKIPPED
    END-IF
    IF WS-ITEM-AVAILABLE = 'N'
        DISPLAY "NOTE  Item Master not on file; rule 2 skipped."
        ADD 1 TO WS-RULES-SKIPPED
    END-IF
    IF WS-SLSP-AVAILABLE = 'N'
        DISPLAY "NOTE  salesperson master not on file; rule 3 "
            "skipped."
        ADD 1 TO WS-RULES-SKIPPED
    END-IF
    IF WS-STUDENT-AVAILABLE = 'N'
        DISPLAY "NOTE  student file not on file; rules 4 and 6 "
            "skipped."
        ADD 2 TO WS-RULES-SKIPPED
    END-IF
    IF WS-COURSE-AVAILABLE = 'N'
        DISPLAY "NOTE  course catalog not on file; rules 5 and 7 "
            "skipped."
        ADD 2 TO WS-RULES-SKIPPED
    END-IF.

*> ------------------------------------------------------------------
*> Rules 1-3: every Order Master line names a customer, an item and
*> a salesperson on file. A blank salesperson (lines written before
*> the code was captured) and the house code HSE stand for the
*> house account and pass whether or not HSE is on the master.
*> ------------------------------------------------------------------
CheckOrderMaster.
    OPEN INPUT OrderMaster
    IF WS-ORDER-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-ORDER-STATUS-OK
        DISPLAY "IntegrityCheck: error opening Order Master, "
            "status = " WS-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OrderMaster
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-ORDER-LINES-READ
                PERFORM CheckOneOrderLine
        END-READ
    END-PERFORM
    CLOSE OrderMaster.

CheckOneOrderLine.
    IF WS-CUSTOMER-AVAILABLE = 'Y'
        PERFORM LookUpCustomer
        IF WS-ON-FILE = 'N'
            DISPLAY " 1   ORDERMST   " OM-OrderNumber "/" OM-LineNumber
                "  customer " OM-CustomerNumber " not on file"
            ADD 1 TO WS-R1-ORD-CUSTOMER
        END-IF
    END-IF
    IF WS-ITEM-AVAILABLE = 'Y'
        MOVE OM-ItemCode TO IM-ItemCode
        READ ItemMaster
            INVALID KEY
                DISPLAY " 2   ORDERMST   " OM-OrderNumber "/"
                    OM-LineNumber "  item " OM-ItemCode
                    " not on file"
                ADD 1 TO WS-R2-ORD-ITEM
        END-READ
    END-IF
    IF WS-SLSP-AVAILABLE = 'Y'
        AND OM-Salesperson NOT = SPACES
        AND OM-Salesperson NOT = "HSE"
        MOVE OM-Salesperson TO SL-Code
        READ SalespersonMaster
            INVALID KEY
                DISPLAY " 3   ORDERMST   " OM-OrderNumber "/"
                    OM-LineNumber "  salesperson " OM-Salesperson
                    " not on file"
                ADD 1 TO WS-R3-ORD-SLSP
        END-READ
    END-IF.

LookUpCustomer.
    MOVE 'Y' TO WS-ON-FILE
    MOVE OM-CustomerNumber TO CM-CustomerNumber
    READ CustomerMaster
        INVALID KEY
            MOVE 'N' TO WS-ON-FILE
    END-READ.

*> ------------------------------------------------------------------
*> Rules 4-5: every enrollment names a student and a course on file.
*> ------------------------------------------------------------------
CheckEnrollments.
    OPEN INPUT EnrollmentFile
    IF WS-ENROLL-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-ENROLL-STATUS-OK
        DISPLAY "IntegrityCheck: error opening enrollment file, "
            "status = " WS-ENROLL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-ENROLLMENTS-READ
                PERFORM CheckOneEnrollment
        END-READ
    END-PERFORM
    CLOSE EnrollmentFile.

CheckOneEnrollment.
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE EN-StudentNumber TO StudentNumber
        READ StudentFile
            INVALID KEY
                DISPLAY " 4   ENROLL     " EN-Key
                    "  student " EN-StudentNumber " not on file"
                ADD 1 TO WS-R4-ENR-STUDENT
        END-READ
    END-IF
    IF WS-COURSE-AVAILABLE = 'Y'
        MOVE EN-CourseCode TO CO-CourseCode
        READ CourseCatalog
            INVALID KEY
                DISPLAY " 5   ENROLL     " EN-Key
                    "  course " EN-CourseCode " not on file"
                ADD 1 TO WS-R5-ENR-COURSE
        END-READ
    END-IF.

*> ------------------------------------------------------------------
*> Rules 6-7: every grading event names a student on file, and a
*> course on file when it names one at all (grades recorded
*> without a course carry spaces there).
*> ------------------------------------------------------------------
CheckGrades.
    OPEN INPUT GradesFile
    IF WS-GRADES-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-GRADES-STATUS-OK
        DISPLAY "IntegrityCheck: error opening grades file, "
            "status = " WS-GRADES-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ GradesFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-GRADES-READ
                PERFORM CheckOneGrade
        END-READ
    END-PERFORM
    CLOSE GradesFile.

CheckOneGrade.
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE GR-StudentNumber TO StudentNumber
        READ StudentFile
            INVALID KEY
                DISPLAY " 6   GRADES     " GR-Key
                    "  student " GR-StudentNumber " not on file"
                ADD 1 TO WS-R6-GRD-STUDENT
        END-READ
    END-IF
    IF WS-COURSE-AVAILABLE = 'Y'
        AND GR-CourseCode NOT = SPACES
        MOVE GR-CourseCode TO CO-CourseCode
        READ CourseCatalog
            INVALID KEY
                DISPLAY " 7   GRADES     " GR-Key
                    "  course " GR-CourseCode " not on file"
                ADD 1 TO WS-R7-GRD-COURSE
        END-READ
    END-IF.

*> ------------------------------------------------------------------
*> Rules 8-9: the open items sorted by customer, matched against the
*> Customer Master in key order. An item whose customer is not on
*> the master is an orphan (rule 8). For every customer on file,
*> CM-Balance must equal the open amounts (original less paid) of
*> the customer's items (rule 9). Written-off items left the balance
*> as bad debt and are left out; paid items add nothing unless a
*> return credited them below what was paid, which the balance
*> carries too.
*> ------------------------------------------------------------------
CheckOpenItems.
    IF WS-CUSTOMER-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    SORT SortItems
        ON ASCENDING KEY SR-CustomerNumber SR-InvoiceNumber
        INPUT PROCEDURE IS ReleaseOpenItems
        OUTPUT PROCEDURE IS MatchBalances.

ReleaseOpenItems.
    OPEN INPUT OpenItemFile
    IF WS-OPENITEM-STATUS-FILE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-OPENITEM-STATUS-OK
        DISPLAY "IntegrityCheck: error opening open items, "
            "status = " WS-OPENITEM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ OpenItemFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-OPEN-ITEMS-READ
                MOVE OI-CustomerNumber TO SR-CustomerNumber
                MOVE OI-InvoiceNumber TO SR-InvoiceNumber
                COMPUTE SR-OpenAmount =
                    OI-OriginalAmount - OI-AmountPaid
                MOVE OI-Status TO SR-Status
                RELEASE SortItemRec
        END-READ
    END-PERFORM
    CLOSE OpenItemFile.

MatchBalances.
    MOVE LOW-VALUES TO CM-CustomerNumber
    MOVE 'N' TO WS-CUST-EOF
    START CustomerMaster KEY IS NOT LESS THAN CM-CustomerNumber
        INVALID KEY
            MOVE 'Y' TO WS-CUST-EOF
    END-START
    PERFORM ReadNextCustomer
    MOVE 'N' TO WS-SORT-EOF
    PERFORM ReturnNextItem
    MOVE 0 TO WS-OPEN-TOTAL
    MOVE 0 TO WS-OPEN-ITEM-COUNT
    PERFORM UNTIL WS-CUST-EOF = 'Y' AND WS-SORT-EOF = 'Y'
        EVALUATE TRUE
            WHEN WS-CUST-KEY < WS-ITEM-CUST-KEY
                PERFORM CompareCustomerBalance
                MOVE 0 TO WS-OPEN-TOTAL
                MOVE 0 TO WS-OPEN-ITEM-COUNT
                PERFORM ReadNextCustomer
            WHEN WS-CUST-KEY = WS-ITEM-CUST-KEY
                IF SR-Status NOT = 'W'
                    ADD SR-OpenAmount TO WS-OPEN-TOTAL
                END-IF
                ADD 1 TO WS-OPEN-ITEM-COUNT
                PERFORM ReturnNextItem
            WHEN OTHER
                DISPLAY " 8   OPENITEM   " SR-InvoiceNumber
                    "  customer " SR-CustomerNumber " not on file"
                ADD 1 TO WS-R8-OI-CUSTOMER
                PERFORM ReturnNextItem
        END-EVALUATE
    END-PERFORM.

ReadNextCustomer.
    IF WS-CUST-EOF = 'N'
        READ CustomerMaster NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CUST-EOF
            NOT AT END
                ADD 1 TO WS-CUSTOMERS-READ
        END-READ
    END-IF
    IF WS-CUST-EOF = 'Y'
        MOVE HIGH-VALUES TO WS-CUST-KEY
    ELSE
        MOVE CM-CustomerNumber TO WS-CUST-KEY
    END-IF.

ReturnNextItem.
    IF WS-SORT-EOF = 'N'
        RETURN SortItems
            AT END
                MOVE 'Y' TO WS-SORT-EOF
        END-RETURN
    END-IF
    IF WS-SORT-EOF = 'Y'
        MOVE HIGH-VALUES TO WS-ITEM-CUST-KEY
    ELSE
        MOVE SR-CustomerNumber TO WS-ITEM-CUST-KEY
    END-IF.

CompareCustomerBalance.
    IF CM-Balance NOT = WS-OPEN-TOTAL
        COMPUTE WS-BALANCE-DIFF = CM-Balance - WS-OPEN-TOTAL
        ADD WS-BALANCE-DIFF TO WS-TOT-BALANCE-DIFF
        MOVE CM-Balance TO WS-EDIT-BALANCE
        MOVE WS-OPEN-TOTAL TO WS-EDIT-OPEN
        MOVE WS-BALANCE-DIFF TO WS-EDIT-DIFF
        DISPLAY " 9   CUSTMST    " CM-CustomerNumber
            "            balance " WS-EDIT-BALANCE
            "  open items " WS-EDIT-OPEN " (" WS-OPEN-ITEM-COUNT ")"
            "  off by " WS-EDIT-DIFF
        ADD 1 TO WS-R9-BALANCE
    END-IF.

PrintRuleCounts.
    COMPUTE WS-SERIOUS-COUNT = WS-R1-ORD-CUSTOMER + WS-R2-ORD-ITEM
        + WS-R8-OI-CUSTOMER + WS-R9-BALANCE
    COMPUTE WS-WARNING-COUNT = WS-R3-ORD-SLSP + WS-R4-ENR-STUDENT
        + WS-R5-ENR-COURSE + WS-R6-GRD-STUDENT + WS-R7-GRD-COURSE
    MOVE WS-TOT-BALANCE-DIFF TO WS-EDIT-TOT-DIFF

    DISPLAY "------------------------------------------------------------"
        "----------------"
    DISPLAY " "
    DISPLAY "Records checked: order lines " WS-ORDER-LINES-READ
        "  enrollments " WS-ENROLLMENTS-READ
        "  grades " WS-GRADES-READ
    DISPLAY "                 open items  " WS-OPEN-ITEMS-READ
        "  customers   " WS-CUSTOMERS-READ
    DISPLAY " "
    DISPLAY "Exceptions by rule                                    Count"
    DISPLAY "------------------------------------------------------------"
    DISPLAY " 1 * Order line, customer not on file               "
        WS-R1-ORD-CUSTOMER
    DISPLAY " 2 * Order line, item not on file                   "
        WS-R2-ORD-ITEM
    DISPLAY " 3   Order line, salesperson not on file            "
        WS-R3-ORD-SLSP
    DISPLAY " 4   Enrollment, student not on file                "
        WS-R4-ENR-STUDENT
    DISPLAY " 5   Enrollment, course not on file                 "
        WS-R5-ENR-COURSE
    DISPLAY " 6   Grade, student not on file                     "
        WS-R6-GRD-STUDENT
    DISPLAY " 7   Grade, course not on file                      "
        WS-R7-GRD-COURSE
    DISPLAY " 8 * Open item, customer not on file                "
        WS-R8-OI-CUSTOMER
    DISPLAY " 9 * Customer balance not equal to open items       "
        WS-R9-BALANCE
    DISPLAY "------------------------------------------------------------"
    DISPLAY "    Serious (*) " WS-SERIOUS-COUNT
        "   Other " WS-WARNING-COUNT
        "   Net balance difference $" WS-EDIT-TOT-DIFF.
