       IDENTIFICATION DIVISION.
       PROGRAM-ID. custexcept.
      *> Modification History:
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
       01 WSToday                     PIC 9(08).
       01 WSTodayYYYY                 PIC 9(04).
           DISPLAY "CUSTOMER EXCEPTION REPORT"

           OPEN INPUT CustomerFile
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
                   AT END MOVE 'Y' TO WSEOF
