      *> CustAudit.dat rows - before/after text, not mechanically
      *> replayable - are listed for the operator to re-apply the
      *> non-financial changes by hand.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   CustAudit.dat rows are read at their full width, the
      *>   170-byte row plus the chain link after it, so the
      *>   link no longer comes back as a row of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTLEDG.

       FD AuditFile.
       01 AuditRecord.
           02 AuditRow                PIC X(170).
           02 FILLER                   PIC X(46).

       FD CutDateFile.
       01 CutDateRecord               PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "REPLAY REGISTER - POSTINGS AFTER " WSCutDate
           DISPLAY "---------------------------------"
           MOVE 'N' TO WSLedgerEOFFlag
