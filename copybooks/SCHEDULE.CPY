      *> Section meeting time, SCHEDULE.DAT, keyed by course offering
      *> and meeting number so a section can meet more than once a
      *> week in different rooms (lecture and lab). Maintained from
      *> CourseMaintenance, which refuses an enrollment whose
      *> meetings clash with the student's other courses that term;
      *> the weekly RoomUtilization report lists each room's
      *> bookings and flags rooms booked twice at the same time.
       01  SectionMeetingRecord.
           05  SC-Key.
               10  SC-CourseCode      PIC X(8).
               10  SC-MeetingNo       PIC 9.
      *> Term of the offering, carried from CO-Term when the meeting
      *> is added so the room report can group by term.
           05  SC-Term                PIC X(6).
      *> One position per weekday, Monday first (M T W R F S U);
      *> the letter when the section meets that day, else a space.
           05  SC-Days                PIC X(7).
           05  SC-DayTable REDEFINES SC-Days.
               10  SC-Day             PIC X OCCURS 7 TIMES.
      *> 24-hour clock, HHMM.
           05  SC-StartTime           PIC 9(4).
           05  SC-EndTime             PIC 9(4).
           05  SC-Room                PIC X(8).
           05  SC-RoomCapacity        PIC 9(4).
