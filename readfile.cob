      *>   hardcoded - they come from RunParams.dat through PARMGET
      *>   (CKPT-INTERVAL, PAGE-SIZE), keeping 50 and 60 as the
      *>   defaults, so tuning no longer needs a recompile.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 END_OF_FILE_TOKEN           PIC x(1) VALUe 'Y'.

       01 WSEOF PIC A(1).
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           IF WSLastIDNum > 0
               MOVE WSLastIDNum TO IDNum
               START CustomerFile KEY IS GREATER THAN IDNum
