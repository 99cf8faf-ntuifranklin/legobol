      *>   carries the actual master count, ABEND marks a count
      *>   mismatch) so the end-of-night balancing sheet can read
      *>   the verdict without scraping console output.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSCtlStatus                 PIC X(02).
       01 WSControlTotal               PIC 9(07) VALUE 0.
           END-IF

           OPEN INPUT CustomerFile
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSActualCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF
