        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WLWORK-STATUS.

    SELECT HoldFile ASSIGN TO "STUHOLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-Key
        FILE STATUS IS WS-HOLD-STATUS.

    SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-Key
        FILE STATUS IS WS-PREREQ-STATUS.

    SELECT GradesFile ASSIGN TO "GRADES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-Key
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT ScheduleFile ASSIGN TO "SCHEDULE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-Key
        FILE STATUS IS WS-SCHEDULE-STATUS.

    SELECT AuditLog ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
COPY WAITLIST.

FD WaitlistWork.
01 WaitlistWorkRecord PIC X(42).

FD HoldFile.
COPY STUHOLD.

FD PrereqFile.
COPY PREREQ.

FD GradesFile.
COPY GRADEREC.

FD ScheduleFile.
COPY SCHEDULE.

FD AuditLog.
COPY AUDITREC.
01 WS-SCAN-EOF PIC X.
01 WS-PROMOTE-FOUND PIC X.
01 WS-PROMOTE-STUDENT PIC X(10).
01 WS-PROMOTE-OVERRIDE PIC X(10).
01 WS-TODAY PIC 9(8).

*> Registration holds: a student with any hold on file is refused
*> unless the registrar overrides, and the override is logged.
01 WS-HOLD-AVAILABLE PIC X VALUE 'N'.
01 WS-HOLD-STUDENT PIC X(10).
01 WS-ON-HOLD PIC X.
01 WS-HOLD-CLEARED PIC X.
01 WS-HOLD-EOF PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-HOLD-STATUS==.

*> Enrollment rules: every prerequisite completed at its minimum
*> grade, and the course not already taken up to its repeat
*> limit. A student who fails either is refused unless the
*> registrar overrides; the overriding user ID goes on the
*> enrollment.
01 WS-PREREQ-AVAILABLE PIC X VALUE 'N'.
01 WS-GRADES-AVAILABLE PIC X VALUE 'N'.
01 WS-PREREQ-EOF PIC X.
01 WS-GRADES-EOF PIC X.
01 WS-PREREQ-MET PIC X.
01 WS-RULE-BROKEN PIC X.
01 WS-RULE-CLEARED PIC X.
01 WS-RULE-OVERRIDE-BY PIC X(10).
01 WS-PREREQ-CODE PIC X(8).
01 WS-PREREQ-COUNT PIC 99.
01 WS-MIN-GRADE PIC X.
01 WS-ATTEMPT-LIMIT PIC 9.
01 WS-DEFAULT-ATTEMPTS PIC 9 VALUE 3.
01 WS-CONFIRM PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-PREREQ-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-GRADES-STATUS==.

*> The student's grade history, gathered so superseded grades can
*> be set aside - same supersession rules the transcript applies.
01 WS-GR-TABLE.
   05 WS-GR-ENTRY OCCURS 200 TIMES.
      10 WS-GR-COURSE PIC X(8).
      10 WS-GR-TERM   PIC X(6).
      10 WS-GR-DATE   PIC 9(8).
      10 WS-GR-TIME   PIC 9(8).
      10 WS-GR-GRADE  PIC X.
      10 WS-GR-FLAG   PIC X.
      10 WS-GR-CHG-DATE PIC 9(8).
      10 WS-GR-CHG-TIME PIC 9(8).
01 WS-GR-COUNT PIC 999 VALUE 0.
01 WS-GR-MAX   PIC 999 VALUE 200.
01 WS-GR-IDX   PIC 999.
01 WS-GR-IDX2  PIC 999.

*> Earlier terms in which the student took or enrolled in the
*> course - each distinct term is one attempt.
01 WS-ATTEMPT-TABLE.
   05 WS-ATTEMPT-TERM PIC X(6) OCCURS 20 TIMES.
01 WS-ATTEMPTS PIC 99.
01 WS-ATTEMPT-MAX PIC 99 VALUE 20.
01 WS-ATTEMPT-IDX PIC 99.
01 WS-ATTEMPT-FOUND PIC X.
01 WS-ADD-TERM PIC X(6).

*> Class meeting times: an enrollment is refused when one of the
*> course's meetings falls on the same day and overlaps the hour
*> of a meeting of another course the student has that term.
01 WS-SCHEDULE-EOF PIC X.
01 WS-CLASH-EOF PIC X.
01 WS-CLASH-STUDENT PIC X(10).
01 WS-CLASH-COURSE PIC X(8).
01 WS-CLASH-TERM PIC X(6).
01 WS-CLASH-FOUND PIC X.
01 WS-PASS-OVER PIC X.
01 WS-DAY-SHARED PIC X.
01 WS-NEW-MTG-TABLE.
   05 WS-NEW-MTG OCCURS 9 TIMES.
      10 WS-NEW-DAYS  PIC X(7).
      10 WS-NEW-DAY-TABLE REDEFINES WS-NEW-DAYS.
         15 WS-NEW-DAY PIC X OCCURS 7 TIMES.
      10 WS-NEW-START PIC 9(4).
      10 WS-NEW-END   PIC 9(4).
01 WS-NEW-MTG-COUNT PIC 99.
01 WS-MTG-IDX PIC 99.
01 WS-DAY-IDX PIC 9.
01 WS-MEETING-COUNT PIC 99.
01 WS-BAD-DAY PIC X.
01 WS-DETAIL-OK PIC X.
01 WS-DAYS-X PIC X(7).
01 WS-MEETING-X PIC X.
01 WS-TIME-X PIC X(4).
01 WS-TIME-OK PIC X.
01 WS-TIME-N PIC 9(4).
01 WS-TIME-PARTS REDEFINES WS-TIME-N.
   05 WS-TIME-HH PIC 99.
   05 WS-TIME-MM PIC 99.
01 WS-SAVE-MEETING PIC X(42).
01 WS-SAVE-KEY PIC X(9).
01 WS-SAVE-TERM PIC X(6).
01 WS-SAVE-ROOM PIC X(8).
01 WS-ROOM-BOOKED PIC X.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SCHEDULE-STATUS==.

*> Student class schedule: the term's meetings gathered and put
*> in start-time order, then printed day by day.
01 WS-SCHED-TABLE.
   05 WS-SCHED-ENTRY OCCURS 40 TIMES.
      10 WS-SCHED-COURSE PIC X(8).
      10 WS-SCHED-DAYS   PIC X(7).
      10 WS-SCHED-START  PIC 9(4).
      10 WS-SCHED-END    PIC 9(4).
      10 WS-SCHED-ROOM   PIC X(8).
01 WS-SCHED-SWAP PIC X(31).
01 WS-SCHED-COUNT PIC 99.
01 WS-SCHED-MAX PIC 99 VALUE 40.
01 WS-SCHED-IDX PIC 99.
01 WS-SCHED-IDX2 PIC 99.
01 WS-DAY-PRINTED PIC X.
01 WS-SCHED-CREDITS PIC 9(3)V9.
01 WS-COURSE-COUNT PIC 99.
01 WS-EDIT-CREDITS PIC ZZ9.9.
01 WS-DAY-NAME-VALUES.
   05 FILLER PIC X(9) VALUE "Monday".
   05 FILLER PIC X(9) VALUE "Tuesday".
   05 FILLER PIC X(9) VALUE "Wednesday".
   05 FILLER PIC X(9) VALUE "Thursday".
   05 FILLER PIC X(9) VALUE "Friday".
   05 FILLER PIC X(9) VALUE "Saturday".
   05 FILLER PIC X(9) VALUE "Sunday".
01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
   05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

01 WS-AUDIT-ACTION     PIC X(10).
01 WS-AUDIT-KEY        PIC X(20).
01 WS-AUDIT-DATE       PIC 9(8).
COPY FILESTAT REPLACING ==:FS:== BY ==WS-RUNCTL-STATUS==.
01 WS-OVERRIDE-X PIC X(10).

*> Signed-on operator, stamped on each audit record.
COPY SIGNON.

PROCEDURE DIVISION.
    PERFORM CheckRunControl.
    PERFORM OpenFiles.
        DISPLAY "5. Enroll Student in Course"
        DISPLAY "6. View Student Enrollments"
        DISPLAY "7. Drop Enrollment"
        DISPLAY "8. Course Prerequisites"
        DISPLAY "9. Class Meeting Times / Schedules"
        DISPLAY "0. Exit"
        DISPLAY "Enter your choice: "
        ACCEPT Choice

            WHEN '7'
                PERFORM DropEnrollment
            WHEN '8'
                PERFORM MaintainPrerequisites
            WHEN '9'
                PERFORM MaintainMeetingTimes
            WHEN '0'
                MOVE 'Y' TO EndOfSession
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
    CLOSE CourseCatalog.
    CLOSE EnrollmentFile.
    CLOSE StudentFile.
    IF WS-HOLD-AVAILABLE = 'Y'
        CLOSE HoldFile
    END-IF.
    CLOSE PrereqFile.
    IF WS-GRADES-AVAILABLE = 'Y'
        CLOSE GradesFile
    END-IF.
    CLOSE ScheduleFile.
    CLOSE AuditLog.
    GOBACK.

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
        END-IF
    END-IF

    OPEN INPUT HoldFile
    IF WS-HOLD-STATUS-OK
        MOVE 'Y' TO WS-HOLD-AVAILABLE
    ELSE
        IF NOT WS-HOLD-STATUS-FILE-NOT-FOUND
            DISPLAY "CourseMaintenance: error opening hold file, "
                "status = " WS-HOLD-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

    OPEN I-O PrereqFile
    IF WS-PREREQ-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT PrereqFile
        CLOSE PrereqFile
        OPEN I-O PrereqFile
    END-IF
    IF NOT WS-PREREQ-STATUS-OK
        DISPLAY "CourseMaintenance: error opening prerequisite "
            "file, status = " WS-PREREQ-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT GradesFile
    IF WS-GRADES-STATUS-OK
        MOVE 'Y' TO WS-GRADES-AVAILABLE
    ELSE
        IF NOT WS-GRADES-STATUS-FILE-NOT-FOUND
            DISPLAY "CourseMaintenance: error opening grades file, "
                "status = " WS-GRADES-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

    OPEN I-O ScheduleFile
    IF WS-SCHEDULE-STATUS-FILE-NOT-FOUND
        OPEN OUTPUT ScheduleFile
        CLOSE ScheduleFile
        OPEN I-O ScheduleFile
    END-IF
    IF NOT WS-SCHEDULE-STATUS-OK
        DISPLAY "CourseMaintenance: error opening schedule file, "
            "status = " WS-SCHEDULE-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM OpenAuditLog.

OpenAuditLog.
    MOVE "CourseMaint" TO AL-Program-Id.
    MOVE WS-AUDIT-ACTION TO AL-Action.
    MOVE WS-AUDIT-KEY TO AL-Key-Field.
    MOVE 'G' TO SO-Function.
    CALL "OperatorSession" USING SignOnArea.
    MOVE SO-UserId TO AL-UserId.
    WRITE AuditLogRecord.
    IF NOT WS-AUDIT-STATUS-OK
        DISPLAY "CourseMaintenance: error writing audit record, "
    ACCEPT CO-Term.
    DISPLAY "Enter maximum enrollment (0 = unlimited): ".
    ACCEPT CO-MaxEnrollment.
    DISPLAY "Enter attempts allowed (0 = standard limit of 3): ".
    ACCEPT CO-RepeatLimit.

    WRITE CourseRecord
        INVALID KEY
            DISPLAY "Current maximum enrollment: " CO-MaxEnrollment
            DISPLAY "Enter new maximum enrollment (0 = unlimited): "
            ACCEPT CO-MaxEnrollment
            DISPLAY "Current attempts allowed: " CO-RepeatLimit
            DISPLAY "Enter attempts allowed (0 = standard limit "
                "of 3): "
            ACCEPT CO-RepeatLimit
            REWRITE CourseRecord
                INVALID KEY
                    DISPLAY "Could not update course record."
        END-READ
    END-IF

    MOVE WS-SEARCH-STUDENT TO WS-HOLD-STUDENT
    PERFORM CheckStudentHolds
    IF WS-ON-HOLD = 'Y'
        PERFORM ConfirmHoldOverride
        IF WS-HOLD-CLEARED = 'N'
            DISPLAY "Enrollment refused: student is on hold."
            EXIT PARAGRAPH
        END-IF
    END-IF

    DISPLAY "Enter course code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO CO-CourseCode.
            EXIT PARAGRAPH
    END-READ

    MOVE WS-SEARCH-STUDENT TO WS-CLASH-STUDENT
    MOVE WS-SEARCH-CODE TO WS-CLASH-COURSE
    MOVE CO-Term TO WS-CLASH-TERM
    PERFORM CheckScheduleConflict
    IF WS-CLASH-FOUND = 'Y'
        DISPLAY "Enrollment refused: the class meets at the same "
            "time as the student's other courses for term "
            CO-Term "."
        EXIT PARAGRAPH
    END-IF

    PERFORM CheckEnrollmentRules
    IF WS-RULE-BROKEN = 'Y'
        PERFORM ConfirmRuleOverride
        IF WS-RULE-CLEARED = 'N'
            DISPLAY "Enrollment refused: enrollment rules not met."
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF CO-MaxEnrollment > 0
        PERFORM CountOfferingEnrollment
        IF WS-ENROLLED-COUNT >= CO-MaxEnrollment
    MOVE WS-SEARCH-CODE TO EN-CourseCode
    MOVE CO-Term TO EN-Term
    ACCEPT EN-EnrollDate FROM DATE YYYYMMDD
    MOVE WS-RULE-OVERRIDE-BY TO EN-RuleOverrideBy

    WRITE EnrollmentRecord
        INVALID KEY
            PERFORM WriteAuditRecord
    END-WRITE.

*> Lists every hold on file for WS-HOLD-STUDENT and sets
*> WS-ON-HOLD when there is at least one.
CheckStudentHolds.
    MOVE 'N' TO WS-ON-HOLD
    IF WS-HOLD-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-HOLD-STUDENT TO SH-StudentNumber
    MOVE LOW-VALUES TO SH-HoldType
    MOVE 'N' TO WS-HOLD-EOF
    START HoldFile KEY IS NOT LESS THAN SH-Key
        INVALID KEY
            MOVE 'Y' TO WS-HOLD-EOF
    END-START
    PERFORM UNTIL WS-HOLD-EOF = 'Y'
        READ HoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-HOLD-EOF
            NOT AT END
                IF SH-StudentNumber NOT = WS-HOLD-STUDENT
                    MOVE 'Y' TO WS-HOLD-EOF
                ELSE
                    MOVE 'Y' TO WS-ON-HOLD
                    DISPLAY "*** HOLD (" SH-HoldType ") placed "
                        SH-PlacedDate " by " SH-PlacedBy ": "
                        SH-Reason
                END-IF
        END-READ
    END-PERFORM.

*> Only the registrar (or a supervisor) may enroll past a hold.
*> The override is taken on the keyword from an operator signed on
*> in one of those roles, and the audit record carries the student
*> and the signed-on user who let them through.
ConfirmHoldOverride.
    MOVE 'N' TO WS-HOLD-CLEARED
    DISPLAY "Registrar override: type OVERRIDE to enroll anyway: "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        EXIT PARAGRAPH
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT (SO-Registrar OR SO-Supervisor)
        DISPLAY "The override needs a registrar or supervisor "
            "sign-on."
        EXIT PARAGRAPH
    END-IF
    MOVE "HOLDOVRD" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING WS-HOLD-STUDENT SO-UserId DELIMITED BY SIZE
        INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Hold override accepted and audit-logged."
    MOVE 'Y' TO WS-HOLD-CLEARED.

*> ------------------------------------------------------------------
*> Enrollment rules for WS-SEARCH-STUDENT in WS-SEARCH-CODE for
*> the term on the course record: each prerequisite must show a
*> counting grade at or above its minimum, and the earlier
*> attempts at the course must be under its repeat limit. Every
*> rule broken is displayed and sets WS-RULE-BROKEN.
*> ------------------------------------------------------------------
CheckEnrollmentRules.
    MOVE 'N' TO WS-RULE-BROKEN
    MOVE SPACES TO WS-RULE-OVERRIDE-BY
    PERFORM LoadGradeHistory
    PERFORM CheckPrerequisites
    PERFORM CheckRepeatLimit.

LoadGradeHistory.
    MOVE 0 TO WS-GR-COUNT
    IF WS-GRADES-AVAILABLE = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SEARCH-STUDENT TO GR-StudentNumber
    MOVE LOW-VALUES TO GR-Date
    MOVE LOW-VALUES TO GR-Time
    MOVE 'N' TO WS-GRADES-EOF
    START GradesFile KEY IS NOT LESS THAN GR-Key
        INVALID KEY
            MOVE 'Y' TO WS-GRADES-EOF
    END-START
    PERFORM UNTIL WS-GRADES-EOF = 'Y'
        READ GradesFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-GRADES-EOF
            NOT AT END
                IF GR-StudentNumber NOT = WS-SEARCH-STUDENT
                    MOVE 'Y' TO WS-GRADES-EOF
                ELSE
                    PERFORM StoreGradeEntry
                END-IF
        END-READ
    END-PERFORM
    PERFORM FlagSupersededEntries.

StoreGradeEntry.
    IF WS-GR-COUNT >= WS-GR-MAX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-GR-COUNT
    MOVE GR-CourseCode TO WS-GR-COURSE (WS-GR-COUNT)
    MOVE GR-Term TO WS-GR-TERM (WS-GR-COUNT)
    MOVE GR-Date TO WS-GR-DATE (WS-GR-COUNT)
    MOVE GR-Time TO WS-GR-TIME (WS-GR-COUNT)
    MOVE GR-Grade TO WS-GR-GRADE (WS-GR-COUNT)
    MOVE GR-ChangeOrigDate TO WS-GR-CHG-DATE (WS-GR-COUNT)
    MOVE GR-ChangeOrigTime TO WS-GR-CHG-TIME (WS-GR-COUNT)
    IF GR-ChangeOrigDate NOT = 0
        MOVE 'C' TO WS-GR-FLAG (WS-GR-COUNT)
    ELSE
        MOVE SPACE TO WS-GR-FLAG (WS-GR-COUNT)
    END-IF.

FlagSupersededEntries.
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-FLAG (WS-GR-IDX) = 'C'
            PERFORM VARYING WS-GR-IDX2 FROM 1 BY 1
                    UNTIL WS-GR-IDX2 > WS-GR-COUNT
                IF WS-GR-FLAG (WS-GR-IDX2) NOT = 'C'
                    AND WS-GR-DATE (WS-GR-IDX2)
                        = WS-GR-CHG-DATE (WS-GR-IDX)
                    AND WS-GR-TIME (WS-GR-IDX2)
                        = WS-GR-CHG-TIME (WS-GR-IDX)
                    MOVE 'S' TO WS-GR-FLAG (WS-GR-IDX2)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

CheckPrerequisites.
    MOVE WS-SEARCH-CODE TO PR-CourseCode
    MOVE LOW-VALUES TO PR-PrereqCode
    MOVE 'N' TO WS-PREREQ-EOF
    START PrereqFile KEY IS NOT LESS THAN PR-Key
        INVALID KEY
            MOVE 'Y' TO WS-PREREQ-EOF
    END-START
    PERFORM UNTIL WS-PREREQ-EOF = 'Y'
        READ PrereqFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PREREQ-EOF
            NOT AT END
                IF PR-CourseCode NOT = WS-SEARCH-CODE
                    MOVE 'Y' TO WS-PREREQ-EOF
                ELSE
                    PERFORM CheckOnePrereq
                END-IF
        END-READ
    END-PERFORM.

*> Letter grades collate best-first (A, B, C, D, then F), so a
*> grade satisfies the minimum when it is from A up to the
*> minimum letter.
CheckOnePrereq.
    MOVE 'N' TO WS-PREREQ-MET
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-COURSE (WS-GR-IDX) = PR-PrereqCode
            AND WS-GR-FLAG (WS-GR-IDX) NOT = 'S'
            AND WS-GR-GRADE (WS-GR-IDX) >= 'A'
            AND WS-GR-GRADE (WS-GR-IDX) <= PR-MinGrade
            MOVE 'Y' TO WS-PREREQ-MET
        END-IF
    END-PERFORM
    IF WS-PREREQ-MET = 'N'
        DISPLAY "*** PREREQUISITE " PR-PrereqCode " with grade "
            PR-MinGrade " or better not completed."
        MOVE 'Y' TO WS-RULE-BROKEN
    END-IF.

*> An attempt is any other term with a grade in the course or an
*> enrollment in it; the term being enrolled for is not counted.
CheckRepeatLimit.
    MOVE 0 TO WS-ATTEMPTS
    PERFORM VARYING WS-GR-IDX FROM 1 BY 1
            UNTIL WS-GR-IDX > WS-GR-COUNT
        IF WS-GR-COURSE (WS-GR-IDX) = WS-SEARCH-CODE
            AND WS-GR-TERM (WS-GR-IDX) NOT = CO-Term
            AND WS-GR-TERM (WS-GR-IDX) NOT = SPACES
            MOVE WS-GR-TERM (WS-GR-IDX) TO WS-ADD-TERM
            PERFORM AddAttemptTerm
        END-IF
    END-PERFORM

    MOVE WS-SEARCH-STUDENT TO EN-StudentNumber
    MOVE WS-SEARCH-CODE TO EN-CourseCode
    MOVE LOW-VALUES TO EN-Term
    MOVE 'N' TO WS-SCAN-EOF
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF EN-StudentNumber NOT = WS-SEARCH-STUDENT
                    OR EN-CourseCode NOT = WS-SEARCH-CODE
                    MOVE 'Y' TO WS-SCAN-EOF
                ELSE
                    IF EN-Term NOT = CO-Term
                        MOVE EN-Term TO WS-ADD-TERM
                        PERFORM AddAttemptTerm
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF CO-RepeatLimit = 0
        MOVE WS-DEFAULT-ATTEMPTS TO WS-ATTEMPT-LIMIT
    ELSE
        MOVE CO-RepeatLimit TO WS-ATTEMPT-LIMIT
    END-IF
    IF WS-ATTEMPTS >= WS-ATTEMPT-LIMIT
        DISPLAY "*** REPEAT LIMIT: course already taken in "
            WS-ATTEMPTS " terms; " WS-ATTEMPT-LIMIT
            " attempts allowed."
        MOVE 'Y' TO WS-RULE-BROKEN
    END-IF.

AddAttemptTerm.
    MOVE 'N' TO WS-ATTEMPT-FOUND
    PERFORM VARYING WS-ATTEMPT-IDX FROM 1 BY 1
            UNTIL WS-ATTEMPT-IDX > WS-ATTEMPTS
        IF WS-ATTEMPT-TERM (WS-ATTEMPT-IDX) = WS-ADD-TERM
            MOVE 'Y' TO WS-ATTEMPT-FOUND
        END-IF
    END-PERFORM
    IF WS-ATTEMPT-FOUND = 'N' AND WS-ATTEMPTS < WS-ATTEMPT-MAX
        ADD 1 TO WS-ATTEMPTS
        MOVE WS-ADD-TERM TO WS-ATTEMPT-TERM (WS-ATTEMPTS)
    END-IF.

*> Only the registrar (or a supervisor) may enroll past a
*> prerequisite or the repeat limit. As with holds, the override
*> takes the keyword from an operator signed on in one of those
*> roles; the audit record carries the student and the signed-on
*> user ID, and the user ID is stamped on the enrollment (or the
*> waitlist entry) itself.
ConfirmRuleOverride.
    MOVE 'N' TO WS-RULE-CLEARED
    DISPLAY "Registrar override: type OVERRIDE to enroll anyway: "
        WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-X
    IF WS-OVERRIDE-X NOT = "OVERRIDE"
        EXIT PARAGRAPH
    END-IF
    MOVE 'G' TO SO-Function
    CALL "OperatorSession" USING SignOnArea
    IF NOT (SO-Registrar OR SO-Supervisor)
        DISPLAY "The override needs a registrar or supervisor "
            "sign-on."
        EXIT PARAGRAPH
    END-IF
    MOVE "RULEOVRD" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-KEY
    STRING WS-SEARCH-STUDENT SO-UserId DELIMITED BY SIZE
        INTO WS-AUDIT-KEY
    PERFORM WriteAuditRecord
    DISPLAY "Rule override accepted and audit-logged."
    MOVE SO-UserId TO WS-RULE-OVERRIDE-BY
    MOVE 'Y' TO WS-RULE-CLEARED.

*> The enrollment key leads with the student, so counting one
*> offering means a pass over the whole file - the file is small
*> enough that a scan per enrollment is the simple answer.
    MOVE CO-Term TO WL-Term
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY TO WL-AddDate
    MOVE WS-RULE-OVERRIDE-BY TO WL-RuleOverrideBy
    WRITE WaitlistRecord
    IF NOT WS-WAITLIST-STATUS-OK
        DISPLAY "CourseMaintenance: error writing waitlist entry, "

*> A dropped seat goes to the earliest waitlisted student for the
*> offering - the file is append-order, so the first match wins.
*> A student on hold is passed over and keeps their place; the
*> registrar can enroll them by hand with an override. So is a
*> student who has since taken a class meeting at the same time.
PromoteFromWaitlist.
    MOVE 'N' TO WS-PROMOTE-FOUND
    OPEN INPUT WaitlistFile
                IF WS-PROMOTE-FOUND = 'N'
                    AND WL-CourseCode = WS-SEARCH-CODE
                    AND WL-Term = WS-SEARCH-TERM
                    MOVE WL-StudentNumber TO WS-HOLD-STUDENT
                    PERFORM CheckStudentHolds
                    MOVE WS-ON-HOLD TO WS-PASS-OVER
                    IF WS-ON-HOLD = 'Y'
                        DISPLAY "Waitlisted student " WL-StudentNumber
                            " passed over: on hold."
                    ELSE
                        MOVE WL-StudentNumber TO WS-CLASH-STUDENT
                        MOVE WS-SEARCH-CODE TO WS-CLASH-COURSE
                        MOVE WS-SEARCH-TERM TO WS-CLASH-TERM
                        PERFORM CheckScheduleConflict
                        IF WS-CLASH-FOUND = 'Y'
                            DISPLAY "Waitlisted student "
                                WL-StudentNumber " passed over: "
                                "class times clash."
                            MOVE 'Y' TO WS-PASS-OVER
                        END-IF
                    END-IF
                END-IF
                IF WS-PROMOTE-FOUND = 'N'
                    AND WL-CourseCode = WS-SEARCH-CODE
                    AND WL-Term = WS-SEARCH-TERM
                    AND WS-PASS-OVER = 'N'
                    MOVE 'Y' TO WS-PROMOTE-FOUND
                    MOVE WL-StudentNumber TO WS-PROMOTE-STUDENT
                    MOVE WL-RuleOverrideBy TO WS-PROMOTE-OVERRIDE
                ELSE
                    WRITE WaitlistWorkRecord FROM WaitlistRecord
                END-IF
    MOVE WS-SEARCH-CODE TO EN-CourseCode
    MOVE WS-SEARCH-TERM TO EN-Term
    ACCEPT EN-EnrollDate FROM DATE YYYYMMDD
    MOVE WS-PROMOTE-OVERRIDE TO EN-RuleOverrideBy
    WRITE EnrollmentRecord
        INVALID KEY
            DISPLAY "CourseMaintenance: could not enroll promoted "
            PERFORM WriteAuditRecord
            PERFORM PromoteFromWaitlist
    END-DELETE.

MaintainPrerequisites.
    DISPLAY "1. Add Prerequisite"
    DISPLAY "2. View Prerequisites for a Course"
    DISPLAY "3. Remove Prerequisite"
    DISPLAY "Enter your choice: "
    ACCEPT Choice
    EVALUATE Choice
        WHEN '1'
            PERFORM AddPrerequisite
        WHEN '2'
            PERFORM ViewPrerequisites
        WHEN '3'
            PERFORM RemovePrerequisite
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE.

*> Both courses must be on the catalog; the minimum grade
*> defaults to a passing D.
AddPrerequisite.
    DISPLAY "Enter course code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO CO-CourseCode.
    READ CourseCatalog
        INVALID KEY
            DISPLAY "Course code not found. Prerequisite not added."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Enter prerequisite course code: ".
    ACCEPT WS-PREREQ-CODE.
    IF WS-PREREQ-CODE = WS-SEARCH-CODE
        DISPLAY "A course cannot be its own prerequisite."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PREREQ-CODE TO CO-CourseCode.
    READ CourseCatalog
        INVALID KEY
            DISPLAY "Prerequisite course not found. Prerequisite "
                "not added."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Minimum grade (A-D, blank = D): ".
    ACCEPT WS-MIN-GRADE.
    EVALUATE WS-MIN-GRADE
        WHEN SPACE MOVE 'D' TO WS-MIN-GRADE
        WHEN 'a' MOVE 'A' TO WS-MIN-GRADE
        WHEN 'b' MOVE 'B' TO WS-MIN-GRADE
        WHEN 'c' MOVE 'C' TO WS-MIN-GRADE
        WHEN 'd' MOVE 'D' TO WS-MIN-GRADE
    END-EVALUATE
    MOVE WS-SEARCH-CODE TO PR-CourseCode
    MOVE WS-PREREQ-CODE TO PR-PrereqCode
    MOVE WS-MIN-GRADE TO PR-MinGrade
    IF NOT PR-Valid-Grade
        DISPLAY "Minimum grade must be A, B, C or D. Prerequisite "
            "not added."
        EXIT PARAGRAPH
    END-IF
    ACCEPT PR-EnteredDate FROM DATE YYYYMMDD
    WRITE PrerequisiteRecord
        INVALID KEY
            IF WS-PREREQ-STATUS-DUPLICATE-KEY
                DISPLAY "That prerequisite is already on file."
            ELSE
                DISPLAY "Could not add prerequisite. Record not "
                    "written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Prerequisite added."
            MOVE "PREREQADD" TO WS-AUDIT-ACTION
            MOVE PR-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

ViewPrerequisites.
    DISPLAY "Enter course code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO PR-CourseCode
    MOVE LOW-VALUES TO PR-PrereqCode
    MOVE 0 TO WS-PREREQ-COUNT
    MOVE 'N' TO WS-PREREQ-EOF
    START PrereqFile KEY IS NOT LESS THAN PR-Key
        INVALID KEY
            MOVE 'Y' TO WS-PREREQ-EOF
    END-START
    DISPLAY "Prerequisites for " WS-SEARCH-CODE ":"
    DISPLAY "--------------------------------------------"
    PERFORM UNTIL WS-PREREQ-EOF = 'Y'
        READ PrereqFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PREREQ-EOF
            NOT AT END
                IF PR-CourseCode NOT = WS-SEARCH-CODE
                    MOVE 'Y' TO WS-PREREQ-EOF
                ELSE
                    DISPLAY PR-PrereqCode "  minimum grade "
                        PR-MinGrade "  entered " PR-EnteredDate
                    ADD 1 TO WS-PREREQ-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-PREREQ-COUNT = 0
        DISPLAY "No prerequisites on file for this course."
    END-IF.

RemovePrerequisite.
    DISPLAY "Enter course code: ".
    ACCEPT PR-CourseCode.
    DISPLAY "Enter prerequisite course code to remove: ".
    ACCEPT PR-PrereqCode.
    DISPLAY "Remove this prerequisite (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Prerequisite left in place."
        EXIT PARAGRAPH
    END-IF
    DELETE PrereqFile
        INVALID KEY
            DISPLAY "No such prerequisite on file."
        NOT INVALID KEY
            DISPLAY "Prerequisite removed."
            MOVE "PREREQDEL" TO WS-AUDIT-ACTION
            MOVE PR-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-DELETE.

MaintainMeetingTimes.
    DISPLAY "1. Add Meeting Time"
    DISPLAY "2. View Meeting Times for a Course"
    DISPLAY "3. Remove Meeting Time"
    DISPLAY "4. Print Student Class Schedule"
    DISPLAY "Enter your choice: "
    ACCEPT Choice
    EVALUATE Choice
        WHEN '1'
            PERFORM AddMeetingTime
        WHEN '2'
            PERFORM ViewMeetingTimes
        WHEN '3'
            PERFORM RemoveMeetingTime
        WHEN '4'
            PERFORM PrintStudentSchedule
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE.

*> The course must be on the catalog and the meeting takes the
*> offering's term. A room already booked at that hour in the
*> term is warned about but can be kept (a shared lab, say); the
*> weekly room report lists every such double booking.
AddMeetingTime.
    DISPLAY "Enter course code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO CO-CourseCode.
    READ CourseCatalog
        INVALID KEY
            DISPLAY "Course code not found. Meeting time not added."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Meeting number (1-9): ".
    ACCEPT WS-MEETING-X.
    IF WS-MEETING-X < '1' OR WS-MEETING-X > '9'
        DISPLAY "Meeting number must be 1 to 9. Meeting time not "
            "added."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Days met (M T W R F S U, e.g. MWF or TR): ".
    ACCEPT WS-DAYS-X.
    PERFORM ParseMeetingDays
    IF WS-BAD-DAY = 'Y'
        DISPLAY "Days must be letters M, T, W, R, F, S or U. "
            "Meeting time not added."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Start time (HHMM, 24-hour clock): ".
    ACCEPT WS-TIME-X.
    PERFORM CheckTimeEntry
    IF WS-TIME-OK = 'N'
        DISPLAY "Start time must be HHMM. Meeting time not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TIME-N TO SC-StartTime
    DISPLAY "End time (HHMM, 24-hour clock): ".
    ACCEPT WS-TIME-X.
    PERFORM CheckTimeEntry
    IF WS-TIME-OK = 'N'
        DISPLAY "End time must be HHMM. Meeting time not added."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TIME-N TO SC-EndTime
    IF SC-EndTime NOT > SC-StartTime
        DISPLAY "End time must be after the start time. Meeting "
            "time not added."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter room: ".
    ACCEPT SC-Room.
    IF SC-Room = SPACES
        DISPLAY "A room is required. Meeting time not added."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter room capacity (seats): ".
    ACCEPT SC-RoomCapacity.
    MOVE WS-SEARCH-CODE TO SC-CourseCode
    MOVE WS-MEETING-X TO SC-MeetingNo
    MOVE CO-Term TO SC-Term

    IF CO-MaxEnrollment > SC-RoomCapacity
        DISPLAY "Warning: room seats " SC-RoomCapacity
            " but the section cap is " CO-MaxEnrollment "."
    END-IF

    PERFORM CheckRoomBooking
    IF WS-ROOM-BOOKED = 'Y'
        DISPLAY "Room " SC-Room " is already booked at that time. "
            "Add anyway (Y/N)? " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
            DISPLAY "Meeting time not added."
            EXIT PARAGRAPH
        END-IF
    END-IF

    WRITE SectionMeetingRecord
        INVALID KEY
            IF WS-SCHEDULE-STATUS-DUPLICATE-KEY
                DISPLAY "Meeting " SC-MeetingNo " is already on file "
                    "for " SC-CourseCode "."
            ELSE
                DISPLAY "Could not add meeting time. Record not "
                    "written."
            END-IF
        NOT INVALID KEY
            DISPLAY "Meeting time added."
            MOVE "MEETADD" TO WS-AUDIT-ACTION
            MOVE SC-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-WRITE.

*> Turns the letters keyed (any order, either case) into the
*> positional day slots of SC-Days.
ParseMeetingDays.
    MOVE SPACES TO SC-Days
    MOVE 'N' TO WS-BAD-DAY
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
        EVALUATE WS-DAYS-X (WS-DAY-IDX:1)
            WHEN 'M' WHEN 'm' MOVE 'M' TO SC-Day (1)
            WHEN 'T' WHEN 't' MOVE 'T' TO SC-Day (2)
            WHEN 'W' WHEN 'w' MOVE 'W' TO SC-Day (3)
            WHEN 'R' WHEN 'r' MOVE 'R' TO SC-Day (4)
            WHEN 'F' WHEN 'f' MOVE 'F' TO SC-Day (5)
            WHEN 'S' WHEN 's' MOVE 'S' TO SC-Day (6)
            WHEN 'U' WHEN 'u' MOVE 'U' TO SC-Day (7)
            WHEN SPACE CONTINUE
            WHEN OTHER MOVE 'Y' TO WS-BAD-DAY
        END-EVALUATE
    END-PERFORM
    IF SC-Days = SPACES
        MOVE 'Y' TO WS-BAD-DAY
    END-IF.

CheckTimeEntry.
    MOVE 'N' TO WS-TIME-OK
    IF WS-TIME-X IS NUMERIC
        MOVE WS-TIME-X TO WS-TIME-N
        IF WS-TIME-HH <= 23 AND WS-TIME-MM <= 59
            MOVE 'Y' TO WS-TIME-OK
        END-IF
    END-IF.

*> Scans the term's meetings for another booking of the same room
*> on a shared day and overlapping hour. The meeting being added
*> is held in WS-NEW-MTG (1) and restored from WS-SAVE-MEETING.
CheckRoomBooking.
    MOVE 'N' TO WS-ROOM-BOOKED
    MOVE SectionMeetingRecord TO WS-SAVE-MEETING
    MOVE SC-Key TO WS-SAVE-KEY
    MOVE SC-Term TO WS-SAVE-TERM
    MOVE SC-Room TO WS-SAVE-ROOM
    MOVE SC-Days TO WS-NEW-DAYS (1)
    MOVE SC-StartTime TO WS-NEW-START (1)
    MOVE SC-EndTime TO WS-NEW-END (1)
    MOVE 1 TO WS-MTG-IDX
    MOVE LOW-VALUES TO SC-Key
    MOVE 'N' TO WS-SCHEDULE-EOF
    START ScheduleFile KEY IS NOT LESS THAN SC-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCHEDULE-EOF
    END-START
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ ScheduleFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SC-Term = WS-SAVE-TERM
                    AND SC-Room = WS-SAVE-ROOM
                    AND SC-Key NOT = WS-SAVE-KEY
                    PERFORM TestMeetingOverlap
                    IF WS-DAY-SHARED = 'Y'
                        DISPLAY "Room " SC-Room " booked by "
                            SC-CourseCode " " SC-Days " "
                            SC-StartTime "-" SC-EndTime
                        MOVE 'Y' TO WS-ROOM-BOOKED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-SAVE-MEETING TO SectionMeetingRecord.

*> Sets WS-DAY-SHARED when the meeting in SectionMeetingRecord and
*> WS-NEW-MTG (WS-MTG-IDX) meet on a common day at overlapping
*> hours. Back-to-back classes (one ends as the next starts) do
*> not overlap.
TestMeetingOverlap.
    MOVE 'N' TO WS-DAY-SHARED
    IF SC-StartTime < WS-NEW-END (WS-MTG-IDX)
        AND WS-NEW-START (WS-MTG-IDX) < SC-EndTime
        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
            IF SC-Day (WS-DAY-IDX) NOT = SPACE
                AND WS-NEW-DAY (WS-MTG-IDX, WS-DAY-IDX) NOT = SPACE
                MOVE 'Y' TO WS-DAY-SHARED
            END-IF
        END-PERFORM
    END-IF.

*> Sets WS-CLASH-FOUND when a meeting of WS-CLASH-COURSE overlaps
*> a meeting of another course WS-CLASH-STUDENT is enrolled in
*> for WS-CLASH-TERM. Every clash is listed. A course with no
*> meeting times on file never clashes.
CheckScheduleConflict.
    MOVE 'N' TO WS-CLASH-FOUND
    MOVE 0 TO WS-NEW-MTG-COUNT
    MOVE WS-CLASH-COURSE TO SC-CourseCode
    MOVE 0 TO SC-MeetingNo
    MOVE 'N' TO WS-SCHEDULE-EOF
    START ScheduleFile KEY IS NOT LESS THAN SC-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCHEDULE-EOF
    END-START
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ ScheduleFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SC-CourseCode NOT = WS-CLASH-COURSE
                    MOVE 'Y' TO WS-SCHEDULE-EOF
                ELSE
                    ADD 1 TO WS-NEW-MTG-COUNT
                    MOVE SC-Days TO WS-NEW-DAYS (WS-NEW-MTG-COUNT)
                    MOVE SC-StartTime TO WS-NEW-START (WS-NEW-MTG-COUNT)
                    MOVE SC-EndTime TO WS-NEW-END (WS-NEW-MTG-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-NEW-MTG-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CLASH-STUDENT TO EN-StudentNumber
    MOVE LOW-VALUES TO EN-CourseCode
    MOVE LOW-VALUES TO EN-Term
    MOVE 'N' TO WS-CLASH-EOF
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-CLASH-EOF
    END-START
    PERFORM UNTIL WS-CLASH-EOF = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CLASH-EOF
            NOT AT END
                IF EN-StudentNumber NOT = WS-CLASH-STUDENT
                    MOVE 'Y' TO WS-CLASH-EOF
                ELSE
                    IF EN-Term = WS-CLASH-TERM
                        AND EN-CourseCode NOT = WS-CLASH-COURSE
                        PERFORM CheckCourseAgainstNew
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

CheckCourseAgainstNew.
    MOVE EN-CourseCode TO SC-CourseCode
    MOVE 0 TO SC-MeetingNo
    MOVE 'N' TO WS-SCHEDULE-EOF
    START ScheduleFile KEY IS NOT LESS THAN SC-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCHEDULE-EOF
    END-START
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ ScheduleFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SC-CourseCode NOT = EN-CourseCode
                    MOVE 'Y' TO WS-SCHEDULE-EOF
                ELSE
                    PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                        UNTIL WS-MTG-IDX > WS-NEW-MTG-COUNT
                        PERFORM TestMeetingOverlap
                        IF WS-DAY-SHARED = 'Y'
                            DISPLAY "*** TIME CLASH: " WS-CLASH-COURSE
                                " " WS-NEW-DAYS (WS-MTG-IDX) " "
                                WS-NEW-START (WS-MTG-IDX) "-"
                                WS-NEW-END (WS-MTG-IDX) " with "
                                SC-CourseCode " " SC-Days " "
                                SC-StartTime "-" SC-EndTime
                            MOVE 'Y' TO WS-CLASH-FOUND
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.

ViewMeetingTimes.
    DISPLAY "Enter course code: ".
    ACCEPT WS-SEARCH-CODE.
    MOVE WS-SEARCH-CODE TO SC-CourseCode
    MOVE 0 TO SC-MeetingNo
    MOVE 0 TO WS-MEETING-COUNT
    MOVE 'N' TO WS-SCHEDULE-EOF
    START ScheduleFile KEY IS NOT LESS THAN SC-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCHEDULE-EOF
    END-START
    DISPLAY "Meeting times for " WS-SEARCH-CODE ":"
    DISPLAY "--------------------------------------------"
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ ScheduleFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SC-CourseCode NOT = WS-SEARCH-CODE
                    MOVE 'Y' TO WS-SCHEDULE-EOF
                ELSE
                    DISPLAY SC-MeetingNo "  " SC-Days "  "
                        SC-StartTime "-" SC-EndTime "  room "
                        SC-Room "  seats " SC-RoomCapacity
                        "  term " SC-Term
                    ADD 1 TO WS-MEETING-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-MEETING-COUNT = 0
        DISPLAY "No meeting times on file for this course."
    END-IF.

RemoveMeetingTime.
    DISPLAY "Enter course code: ".
    ACCEPT SC-CourseCode.
    DISPLAY "Enter meeting number to remove: ".
    ACCEPT WS-MEETING-X.
    IF WS-MEETING-X < '1' OR WS-MEETING-X > '9'
        DISPLAY "Meeting number must be 1 to 9."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MEETING-X TO SC-MeetingNo
    DISPLAY "Remove this meeting time (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Meeting time left in place."
        EXIT PARAGRAPH
    END-IF
    DELETE ScheduleFile
        INVALID KEY
            DISPLAY "No such meeting time on file."
        NOT INVALID KEY
            DISPLAY "Meeting time removed."
            MOVE "MEETDEL" TO WS-AUDIT-ACTION
            MOVE SC-Key TO WS-AUDIT-KEY
            PERFORM WriteAuditRecord
    END-DELETE.

*> A student's courses for the term with their meeting times and
*> rooms, then the week laid out day by day in time order.
PrintStudentSchedule.
    DISPLAY "Enter student number: ".
    ACCEPT WS-SEARCH-STUDENT.
    MOVE SPACES TO StudentName
    IF WS-STUDENT-AVAILABLE = 'Y'
        MOVE WS-SEARCH-STUDENT TO StudentNumber
        READ StudentFile
            INVALID KEY
                DISPLAY "Student number not found."
                EXIT PARAGRAPH
        END-READ
    END-IF
    DISPLAY "Enter term (e.g. 2026FA): ".
    ACCEPT WS-SEARCH-TERM.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    DISPLAY "CLASS SCHEDULE                        printed " WS-TODAY
    DISPLAY "Student " WS-SEARCH-STUDENT "  " StudentName
    DISPLAY "Term    " WS-SEARCH-TERM
    DISPLAY "--------------------------------------------"
        "----------------------------"
    MOVE 0 TO WS-SCHED-COUNT
    MOVE 0 TO WS-COURSE-COUNT
    MOVE 0 TO WS-SCHED-CREDITS

    MOVE WS-SEARCH-STUDENT TO EN-StudentNumber
    MOVE LOW-VALUES TO EN-CourseCode
    MOVE LOW-VALUES TO EN-Term
    MOVE 'N' TO WS-CLASH-EOF
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-CLASH-EOF
    END-START
    PERFORM UNTIL WS-CLASH-EOF = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CLASH-EOF
            NOT AT END
                IF EN-StudentNumber NOT = WS-SEARCH-STUDENT
                    MOVE 'Y' TO WS-CLASH-EOF
                ELSE
                    IF EN-Term = WS-SEARCH-TERM
                        PERFORM PrintScheduleCourse
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF WS-COURSE-COUNT = 0
        DISPLAY "No enrollments on file for this term."
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
        UNTIL WS-SCHED-IDX >= WS-SCHED-COUNT
        PERFORM VARYING WS-SCHED-IDX2 FROM WS-SCHED-IDX BY 1
            UNTIL WS-SCHED-IDX2 > WS-SCHED-COUNT
            IF WS-SCHED-START (WS-SCHED-IDX2)
                < WS-SCHED-START (WS-SCHED-IDX)
                MOVE WS-SCHED-ENTRY (WS-SCHED-IDX) TO WS-SCHED-SWAP
                MOVE WS-SCHED-ENTRY (WS-SCHED-IDX2)
                    TO WS-SCHED-ENTRY (WS-SCHED-IDX)
                MOVE WS-SCHED-SWAP TO WS-SCHED-ENTRY (WS-SCHED-IDX2)
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
        MOVE 'N' TO WS-DAY-PRINTED
        PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
            UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
            IF WS-SCHED-DAYS (WS-SCHED-IDX) (WS-DAY-IDX:1) NOT = SPACE
                IF WS-DAY-PRINTED = 'N'
                    DISPLAY " "
                    DISPLAY WS-DAY-NAME (WS-DAY-IDX)
                    MOVE 'Y' TO WS-DAY-PRINTED
                END-IF
                DISPLAY "    " WS-SCHED-START (WS-SCHED-IDX) "-"
                    WS-SCHED-END (WS-SCHED-IDX) "  "
                    WS-SCHED-COURSE (WS-SCHED-IDX) "  room "
                    WS-SCHED-ROOM (WS-SCHED-IDX)
            END-IF
        END-PERFORM
    END-PERFORM

    MOVE WS-SCHED-CREDITS TO WS-EDIT-CREDITS
    DISPLAY " "
    DISPLAY "Courses: " WS-COURSE-COUNT "   Total credits: "
        WS-EDIT-CREDITS.

*> One course of the schedule: the catalog line, then each of its
*> meetings, which are also kept for the day-by-day listing.
PrintScheduleCourse.
    ADD 1 TO WS-COURSE-COUNT
    MOVE EN-CourseCode TO CO-CourseCode
    READ CourseCatalog
        INVALID KEY
            MOVE "(not on catalog)" TO CO-Title
            MOVE 0 TO CO-CreditHours
    END-READ
    ADD CO-CreditHours TO WS-SCHED-CREDITS
    MOVE CO-CreditHours TO WS-EDIT-CREDITS
    DISPLAY EN-CourseCode "  " CO-Title "  " WS-EDIT-CREDITS " cr"

    MOVE EN-CourseCode TO SC-CourseCode
    MOVE 0 TO SC-MeetingNo
    MOVE 0 TO WS-MEETING-COUNT
    MOVE 'N' TO WS-SCHEDULE-EOF
    START ScheduleFile KEY IS NOT LESS THAN SC-Key
        INVALID KEY
            MOVE 'Y' TO WS-SCHEDULE-EOF
    END-START
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ ScheduleFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SC-CourseCode NOT = EN-CourseCode
                    MOVE 'Y' TO WS-SCHEDULE-EOF
                ELSE
                    ADD 1 TO WS-MEETING-COUNT
                    DISPLAY "    " SC-Days "  " SC-StartTime "-"
                        SC-EndTime "  room " SC-Room
                    IF WS-SCHED-COUNT < WS-SCHED-MAX
                        ADD 1 TO WS-SCHED-COUNT
                        MOVE SC-CourseCode
                            TO WS-SCHED-COURSE (WS-SCHED-COUNT)
                        MOVE SC-Days TO WS-SCHED-DAYS (WS-SCHED-COUNT)
                        MOVE SC-StartTime
                            TO WS-SCHED-START (WS-SCHED-COUNT)
                        MOVE SC-EndTime TO WS-SCHED-END (WS-SCHED-COUNT)
                        MOVE SC-Room TO WS-SCHED-ROOM (WS-SCHED-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-MEETING-COUNT = 0
        DISPLAY "    (no meeting times set)"
    END-IF.
