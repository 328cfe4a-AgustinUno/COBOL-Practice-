      *> this many EnrollmentRecords exist for the offering. Zero
      *> means unlimited.
           05  CO-MaxEnrollment       PIC 9(4).
      *> Times a student may take the course, counting every term
      *> it was taken or enrolled in before. Zero means the
      *> standard limit of three attempts.
           05  CO-RepeatLimit         PIC 9.
