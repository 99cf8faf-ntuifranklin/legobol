       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 AuditRecord.
           02 AuditRow                PIC X(170).
           02 FILLER                   PIC X(46).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
