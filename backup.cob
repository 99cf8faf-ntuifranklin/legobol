      *>   restore, rollforward.cob knows exactly when the chosen
      *>   generation was cut and can replay everything posted
      *>   since.
      *>   CustAudit.dat is now chained (CHAINLNK) and its last
      *>   link is kept on AuditChain.ctl, so that file now rolls
      *>   with the generations too - a restored audit trail then
      *>   ends on its own last link and still verifies.  Copy
      *>   records widened to 216 for the link on each audit row.
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

       FD CutDateFile.
       01 CutDateRecord               PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSFileStatus                PIC X(02).
               VALUE "CustAudit.dat".
           02 FILLER                  PIC X(20)
               VALUE "BackupCut.dat".
           02 FILLER                  PIC X(20)
               VALUE "AuditChain.ctl".
       01 WSBaseList REDEFINES WSBaseTable.
           02 WSBaseEntry             PIC X(20) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       Main-Process.
           WRITE CutDateRecord
           CLOSE CutDateFile
           PERFORM Back-Up-One-Base
               VARYING WSBaseSub FROM 1 BY 1 UNTIL WSBaseSub > 6
           DISPLAY "Backup complete - " WSBackupCount
               " file generation(s) written."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSBackupCount
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT CopyOutFile
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
