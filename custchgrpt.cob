      *> (CustomerFile is keyed, PriorCustomer.dat is written out in
      *> keyed order by the prior day's run), so the comparison is a
      *> standard ascending match-merge.
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
       01 WSFileStatus                PIC X(02).
       01 WSPriorStatus                PIC X(02).
       01 WSPriorOpenFlag             PIC X(01) VALUE 'N'.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT PriorCustomerFile
           IF WSPriorStatus NOT = "00"
               DISPLAY "No prior snapshot found - treating all "
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT PriorCustomerFile
           PERFORM Read-Today
           PERFORM Copy-One-Record UNTIL WSTodayEOF
