      *> percent or more of the past-due total is a "worst state"
      *> and is broken down to the 5-digit ZIP level, the presort
      *> grouping maillabels.cob counts pieces by, but with money.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 SZZipLow                 PIC 9(05).
           02 SZZipHigh                PIC 9(05).
           02 SZName                   PIC X(15).
      *> Statute-of-limitations period on delinquent debt, in
      *> years, for limitupd.cob.
           02 SZLimitYears             PIC 9(02).

       SD SortWorkFile.
       01 SortRecord.
           02 SortBalance              PIC S9(07)V99.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSSortEOF                    PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF
