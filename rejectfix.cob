      *> DATEVAL birth date) and posts it to Customer.dat with the
      *> usual AUDITLOG/HISTSNAP trail.  The reject row is then
      *> marked applied so the register shows its disposition.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSRejectStatus               PIC X(02).
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM Get-Valid-ID WITH TEST AFTER UNTIL WSIDValid
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSDupFlag
