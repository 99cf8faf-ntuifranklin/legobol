       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 AuditRecord.
           02 AuditRow                PIC X(170).
           02 FILLER                   PIC X(46).

       FD CalendarFile.
       01 CalendarRecord.
