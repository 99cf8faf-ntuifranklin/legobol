      *> picture - e.g. INTEREST-RATE "0150" is 9V999 = .150,
      *> CKPT-INTERVAL "050" is 9(3), WRITEOFF-LIMIT "000000200"
      *> is 9(7)V99 = 2.00.
      *> Modification History:
      *>   The lookup echo is now linked into RunLog.dat's
      *>   tamper-evident chain through CHAINLNK like every other
      *>   run-log line; RunLogRecord widened to 126 for the link.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 PrmEffDate               PIC 9(08).

       FD RunLogFile.
       01 RunLogRecord                PIC X(126).

       WORKING-STORAGE SECTION.
       01 WSParamStatus               PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSBestDate                   PIC 9(08).
       01 WSChainRow                   PIC X(216).

       LINKAGE SECTION.
        01 LParamName PIC X(20).
           END-IF.

       Echo-To-RunLog.
           MOVE SPACES TO WSChainRow
           STRING "PARM " DELIMITED BY SIZE
               LParamName DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               LParamValue DELIMITED BY SIZE
               " TS=" DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               INTO WSChainRow(1:80)
           END-STRING
           CALL 'CHAINLNK' USING "R", WSChainRow
           MOVE WSChainRow TO RunLogRecord
           OPEN EXTEND RunLogFile
           IF WSRunLogStatus = "35"
               OPEN OUTPUT RunLogFile
