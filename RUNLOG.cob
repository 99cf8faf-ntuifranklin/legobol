      *>   batchmon/balsheet read only the first eight digits, so
      *>   they are unaffected - and the processing-date override
      *>   still replaces only the date part.
      *>   Every line is now linked into the tamper-evident chain
      *>   through CHAINLNK before it is written: " CHN=" and the
      *>   18-digit link follow the 80-byte line, so RunLogRecord is
      *>   126 and every reader of the original 80 is unaffected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD RunLogFile.
       01 RunLogRecord                PIC X(126).

       FD ParamFile.
       01 ParamRecord.
       01 WSBestDate                   PIC 9(08).
       01 WSRunSerial                  PIC 9(06) VALUE 0.
       01 WSTimeNow                    PIC 9(08).
       01 WSChainRow                   PIC X(216).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
           IF LEventType = "START"
               PERFORM Assign-Run-Serial
           END-IF
           MOVE SPACES TO WSChainRow
           STRING LProgramId DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LEventType DELIMITED BY SPACE
               LRecordCount DELIMITED BY SIZE
               " RUN=" DELIMITED BY SIZE
               WSRunSerial DELIMITED BY SIZE
               INTO WSChainRow(1:80)
           END-STRING
           CALL 'CHAINLNK' USING "R", WSChainRow
           MOVE WSChainRow TO RunLogRecord
           OPEN EXTEND RunLogFile
           WRITE RunLogRecord
           CLOSE RunLogFile
