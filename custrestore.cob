      *> an older archive row can still carry one - a restored
      *> balance posts a LEDGPOST adjustment row so trialbal.cob
      *> can explain the day's balance movement.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSArchCustStatus             PIC X(02).
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               MOVE WSCustomerRecord TO CustomerRecord
               WRITE CustomerRecord
                   INVALID KEY
