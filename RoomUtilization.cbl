IDENTIFICATION DIVISION.
PROGRAM-ID. RoomUtilization.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ScheduleFile ASSIGN TO "SCHEDULE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-Key
        FILE STATUS IS WS-SCHEDULE-STATUS.

    SELECT EnrollmentFile ASSIGN TO "ENROLL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Key
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT SortBookings ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD ScheduleFile.
COPY SCHEDULE.

FD EnrollmentFile.
COPY ENROLL.

*> One booking per meeting per weekday, in room and time order so
*> each room's week prints together and two sections in the room
*> at the same hour sit next to each other.
SD SortBookings.
01 SortBookingRec.
    05 SB-Term             PIC X(6).
    05 SB-Room             PIC X(8).
    05 SB-DayNo            PIC 9.
    05 SB-StartTime        PIC 9(4).
    05 SB-EndTime          PIC 9(4).
    05 SB-CourseCode       PIC X(8).
    05 SB-Capacity         PIC 9(4).
    05 SB-Enrolled         PIC 9(4).

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-SCHEDULE-STATUS==.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-ENROLL-STATUS==.

01 WS-TODAY PIC 9(8).
01 WS-REPORT-TERM PIC X(6).
01 WS-TERM-TEXT PIC X(9).
01 WS-ENROLL-AVAILABLE PIC X VALUE 'N'.
01 WS-DAY-IDX PIC 9.
01 WS-FLAG-TEXT PIC X(30).
01 WS-EDIT-COUNT PIC ZZZZ9.
01 WS-EDIT-SEATS PIC ZZZ9.
01 WS-EDIT-CAP PIC ZZZ9.
01 WS-EDIT-HOURS PIC ZZZ9.99.

*> Seats taken in each offering, counted off the enrollment file
*> before the sort so every booking line can show them.
01 WS-OFFER-TABLE.
    05 WS-OFFER-ENTRY OCCURS 500 TIMES.
        10 WS-OFFER-COURSE PIC X(8).
        10 WS-OFFER-TERM   PIC X(6).
        10 WS-OFFER-SEATS  PIC 9(4).
01 WS-OFFER-COUNT PIC 9(4) VALUE 0.
01 WS-OFFER-MAX PIC 9(4) VALUE 500.
01 WS-OFFER-IDX PIC 9(4).
01 WS-OFFER-FULL PIC X VALUE 'N'.

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

*> Minutes of a booking, from its HHMM start and end.
01 WS-TIME-N PIC 9(4).
01 WS-TIME-PARTS REDEFINES WS-TIME-N.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
01 WS-START-MINUTES PIC 9(4).
01 WS-END-MINUTES PIC 9(4).

*> One room's week, gathered on the term and room control break.
*> The latest end time seen on the day tells whether the next
*> booking starts before the room is free.
01 WS-CURR-TERM PIC X(6).
01 WS-CURR-ROOM PIC X(8).
01 WS-CURR-DAY PIC 9.
01 WS-FIRST-RECORD PIC X VALUE 'Y'.
01 WS-ROOM-CAPACITY PIC 9(4).
01 WS-ROOM-BOOKINGS PIC 9(5).
01 WS-ROOM-CLASHES PIC 9(5).
01 WS-ROOM-MINUTES PIC 9(7).
01 WS-DAY-LAST-END PIC 9(4).
01 WS-DAY-LAST-COURSE PIC X(8).

01 WS-ROOMS-REPORTED PIC 9(5) VALUE 0.
01 WS-BOOKING-COUNT PIC 9(5) VALUE 0.
01 WS-CLASH-COUNT PIC 9(5) VALUE 0.
01 WS-OVER-COUNT PIC 9(5) VALUE 0.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "RoomUtilization".
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

    OPEN INPUT ScheduleFile
    IF WS-SCHEDULE-STATUS-FILE-NOT-FOUND
        DISPLAY "RoomUtilization: no meeting times on file."
        MOVE 4 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    IF NOT WS-SCHEDULE-STATUS-OK
        DISPLAY "RoomUtilization: error opening schedule file, "
            "status = " WS-SCHEDULE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF
    OPEN INPUT EnrollmentFile
    IF WS-ENROLL-STATUS-OK
        MOVE 'Y' TO WS-ENROLL-AVAILABLE
        PERFORM CountOfferingSeats
        CLOSE EnrollmentFile
    END-IF

    DISPLAY " "
    DISPLAY "Room Utilization and Double Bookings   Term: "
        WS-TERM-TEXT "   As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "------------------"
    DISPLAY "    Day       Time       Course     Seats / Room"
    DISPLAY "----------------------------------------------------------"
        "------------------"

    SORT SortBookings
        ON ASCENDING KEY SB-Term SB-Room SB-DayNo SB-StartTime
            SB-CourseCode
        INPUT PROCEDURE IS ReleaseBookings
        OUTPUT PROCEDURE IS PrintRoomBookings

    DISPLAY "=========================================================="
        "=================="
    MOVE WS-ROOMS-REPORTED TO WS-EDIT-COUNT
    DISPLAY "Rooms:                " WS-EDIT-COUNT
    MOVE WS-BOOKING-COUNT TO WS-EDIT-COUNT
    DISPLAY "Bookings:             " WS-EDIT-COUNT
    MOVE WS-CLASH-COUNT TO WS-EDIT-COUNT
    DISPLAY "Double-booked:        " WS-EDIT-COUNT
    MOVE WS-OVER-COUNT TO WS-EDIT-COUNT
    DISPLAY "Over room capacity:   " WS-EDIT-COUNT
    IF WS-ENROLL-AVAILABLE = 'N'
        DISPLAY "No enrollment file: seats taken shown as zero."
    END-IF
    IF WS-OFFER-FULL = 'Y'
        DISPLAY "RoomUtilization: more than " WS-OFFER-MAX
            " offerings; seats not counted for the rest."
    END-IF

    CLOSE ScheduleFile
    IF WS-BOOKING-COUNT = 0
        DISPLAY "No meeting times on file for the term."
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

CountOfferingSeats.
    MOVE LOW-VALUES TO EN-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START EnrollmentFile KEY IS NOT LESS THAN EN-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ EnrollmentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF WS-REPORT-TERM = SPACES
                    OR EN-Term = WS-REPORT-TERM
                    PERFORM CountOneEnrollment
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

CountOneEnrollment.
    MOVE EN-CourseCode TO SC-CourseCode
    MOVE EN-Term TO SC-Term
    PERFORM FindOffering
    IF WS-OFFER-IDX > 0
        ADD 1 TO WS-OFFER-SEATS (WS-OFFER-IDX)
        EXIT PARAGRAPH
    END-IF
    IF WS-OFFER-COUNT >= WS-OFFER-MAX
        MOVE 'Y' TO WS-OFFER-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OFFER-COUNT
    MOVE EN-CourseCode TO WS-OFFER-COURSE (WS-OFFER-COUNT)
    MOVE EN-Term TO WS-OFFER-TERM (WS-OFFER-COUNT)
    MOVE 1 TO WS-OFFER-SEATS (WS-OFFER-COUNT).

*> Sets WS-OFFER-IDX to the table entry for the offering in
*> SC-CourseCode / SC-Term, or zero when it has no enrollments.
FindOffering.
    MOVE 0 TO WS-OFFER-IDX
    PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
        UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
        OR (WS-OFFER-COURSE (WS-OFFER-IDX) = SC-CourseCode
            AND WS-OFFER-TERM (WS-OFFER-IDX) = SC-Term)
        CONTINUE
    END-PERFORM
    IF WS-OFFER-IDX > WS-OFFER-COUNT
        MOVE 0 TO WS-OFFER-IDX
    END-IF.

ReleaseBookings.
    MOVE LOW-VALUES TO SC-Key
    MOVE 'N' TO WS-EOF-SWITCH
    START ScheduleFile KEY IS NOT LESS THAN SC-Key
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ ScheduleFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF WS-REPORT-TERM = SPACES
                    OR SC-Term = WS-REPORT-TERM
                    PERFORM ReleaseOneMeeting
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

ReleaseOneMeeting.
    PERFORM FindOffering
    MOVE SC-Term TO SB-Term
    MOVE SC-Room TO SB-Room
    MOVE SC-StartTime TO SB-StartTime
    MOVE SC-EndTime TO SB-EndTime
    MOVE SC-CourseCode TO SB-CourseCode
    MOVE SC-RoomCapacity TO SB-Capacity
    IF WS-OFFER-IDX > 0
        MOVE WS-OFFER-SEATS (WS-OFFER-IDX) TO SB-Enrolled
    ELSE
        MOVE 0 TO SB-Enrolled
    END-IF
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
        IF SC-Day (WS-DAY-IDX) NOT = SPACE
            MOVE WS-DAY-IDX TO SB-DayNo
            RELEASE SortBookingRec
        END-IF
    END-PERFORM.

PrintRoomBookings.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'Y' TO WS-FIRST-RECORD
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortBookings
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintBookingLine
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD = 'N'
        PERFORM PrintRoomTotals
    END-IF.

PrintBookingLine.
    IF WS-FIRST-RECORD = 'N'
        AND (SB-Term NOT = WS-CURR-TERM OR SB-Room NOT = WS-CURR-ROOM)
        PERFORM PrintRoomTotals
        MOVE 'Y' TO WS-FIRST-RECORD
    END-IF
    IF WS-FIRST-RECORD = 'Y'
        MOVE SB-Term TO WS-CURR-TERM
        MOVE SB-Room TO WS-CURR-ROOM
        MOVE 0 TO WS-CURR-DAY
        MOVE 0 TO WS-ROOM-CAPACITY
        MOVE 0 TO WS-ROOM-BOOKINGS
        MOVE 0 TO WS-ROOM-CLASHES
        MOVE 0 TO WS-ROOM-MINUTES
        ADD 1 TO WS-ROOMS-REPORTED
        MOVE 'N' TO WS-FIRST-RECORD
        DISPLAY "Room " SB-Room "  term " SB-Term
    END-IF
    IF SB-Capacity > WS-ROOM-CAPACITY
        MOVE SB-Capacity TO WS-ROOM-CAPACITY
    END-IF
    IF SB-DayNo NOT = WS-CURR-DAY
        MOVE SB-DayNo TO WS-CURR-DAY
        MOVE 0 TO WS-DAY-LAST-END
        MOVE SPACES TO WS-DAY-LAST-COURSE
    END-IF

    MOVE SPACES TO WS-FLAG-TEXT
    IF SB-StartTime < WS-DAY-LAST-END
        STRING "** DOUBLE-BOOKED with " DELIMITED BY SIZE
            WS-DAY-LAST-COURSE DELIMITED BY SPACE
            INTO WS-FLAG-TEXT
        ADD 1 TO WS-ROOM-CLASHES
        ADD 1 TO WS-CLASH-COUNT
    ELSE
        IF SB-Enrolled > SB-Capacity
            MOVE "** OVER ROOM CAPACITY" TO WS-FLAG-TEXT
            ADD 1 TO WS-OVER-COUNT
        END-IF
    END-IF
    IF SB-EndTime > WS-DAY-LAST-END
        MOVE SB-EndTime TO WS-DAY-LAST-END
        MOVE SB-CourseCode TO WS-DAY-LAST-COURSE
    END-IF

    MOVE SB-StartTime TO WS-TIME-N
    COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
    MOVE SB-EndTime TO WS-TIME-N
    COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
    COMPUTE WS-ROOM-MINUTES = WS-ROOM-MINUTES
        + WS-END-MINUTES - WS-START-MINUTES
    ADD 1 TO WS-ROOM-BOOKINGS
    ADD 1 TO WS-BOOKING-COUNT

    MOVE SB-Enrolled TO WS-EDIT-SEATS
    MOVE SB-Capacity TO WS-EDIT-CAP
    DISPLAY "    " WS-DAY-NAME (SB-DayNo) " " SB-StartTime "-"
        SB-EndTime "  " SB-CourseCode "  " WS-EDIT-SEATS " /"
        WS-EDIT-CAP "  " WS-FLAG-TEXT.

*> Room break: bookings in the week, hours the room is in use,
*> and how many of the bookings overlap another.
PrintRoomTotals.
    MOVE WS-ROOM-BOOKINGS TO WS-EDIT-COUNT
    MOVE WS-ROOM-CAPACITY TO WS-EDIT-CAP
    COMPUTE WS-EDIT-HOURS = WS-ROOM-MINUTES / 60
    DISPLAY "    Room " WS-CURR-ROOM " seats " WS-EDIT-CAP ", "
        WS-EDIT-COUNT " bookings, " WS-EDIT-HOURS " hours a week"
    IF WS-ROOM-CLASHES > 0
        MOVE WS-ROOM-CLASHES TO WS-EDIT-COUNT
        DISPLAY "    Double-booked: " WS-EDIT-COUNT
    END-IF
    DISPLAY " ".
