       DATA DIVISION.
       FILE SECTION.
       FD RunLogFile.
       01 RunLogRecord.
           02 RunLogRow               PIC X(80).
           02 FILLER                   PIC X(46).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
           CLOSE RunLogFile.

       Tally-One-Row.
           UNSTRING RunLogRow DELIMITED BY ALL SPACE
               INTO WSRowProgram, WSRowEvent
           END-UNSTRING
           PERFORM Extract-Row-Date
