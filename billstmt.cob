      *>   credit desk, and overlimitrpt.cob shows the exposure
      *>   ranked worst-first each morning.  Customers with no
      *>   limit on file post exactly as before.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT BalanceFile
           PERFORM UNTIL WSEOF = 'Y'
               READ BalanceFile
