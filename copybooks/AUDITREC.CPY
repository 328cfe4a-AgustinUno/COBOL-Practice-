      *> Shared audit-log record. Every program in the suite appends
      *> one of these to AUDITLOG.DAT whenever it writes/updates/
      *> deletes data, so the day's transactions can be reconstructed
      *> across the whole batch suite. AL-UserId is the operator
      *> signed on through SuiteMenu; spaces for a batch job step.
       01  AuditLogRecord.
           05  AL-Timestamp               PIC 9(16).
           05  AL-Program-Id              PIC X(20).
           05  AL-Action                  PIC X(10).
           05  AL-Key-Field               PIC X(20).
           05  AL-UserId                  PIC X(8).
