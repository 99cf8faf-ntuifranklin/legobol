      *>   replaced with a real CustomerFile-driven main loop - the
      *>   template new batch programs should copy from now, not the
      *>   old counter/GO TO pattern.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 Ind PIC 9(1) VALUE 0.
       01 MAXIMUM PIC 9(1) VALUE 8.
       01 TAB-CHAR PIC X(2) VALUE X'05'.

       Process-Customer-Records.
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
