      *> stamps the build date on CustExtract.ctl, which the three
      *> reports verify before trusting the extract - a report will
      *> not silently run against yesterday's customers.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ControlRecord               PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSSortEOF                   PIC X(01) VALUE 'N'.
       01 WSProgramId                  PIC X(10) VALUE "SORTEXTRCT".
       01 WSExtractCount               PIC 9(07) VALUE 0.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSExtractCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CALL 'RUNLOG' USING WSProgramId, "ABEND", WSExtractCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ExtractFile
           SORT SortWorkFile ON ASCENDING KEY SortLastName
               USING CustomerFile
