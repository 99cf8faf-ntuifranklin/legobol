      *> Everything recorded after the chosen backup was cut is
      *> lost - that is the point of a restore - so the supervisor
      *> confirms before anything is overwritten.
      *> Modification History:
      *>   AuditChain.ctl (the audit trail's last chain link) is
      *>   now restored with CustAudit.dat, so the restored trail
      *>   still verifies through CHAINVFY.  Copy records widened
      *>   to 216 for the link on each audit row.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTREC.

       FD CopyInFile.
       01 CopyInRecord                PIC X(216).

       FD CopyOutFile.
       01 CopyOutRecord               PIC X(216).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSCopyInStatus              PIC X(02).
               VALUE "CustNotes.dat".
           02 FILLER                  PIC X(20)
               VALUE "CustAudit.dat".
           02 FILLER                  PIC X(20)
               VALUE "AuditChain.ctl".
       01 WSBaseList REDEFINES WSBaseTable.
           02 WSBaseEntry             PIC X(20) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       Main-Process.
               GOBACK
           END-IF
           PERFORM Restore-One-Base
               VARYING WSBaseSub FROM 1 BY 1 UNTIL WSBaseSub > 5
           DISPLAY "Restore of generation " WSPickGen " complete - "
               WSRestoredCount " file(s) restored."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRestoredCount
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               PERFORM UNTIL WSEOF = 'Y'
                   READ CopyInFile
                       AT END MOVE 'Y' TO WSEOF
