      *> confirmation applies the change - each record with the
      *> usual AUDITLOG and HISTSNAP trail, and a summary register
      *> at the end.  Supervisors only, per OPERID.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   Each open's status is checked before the layout
      *>   version, so a file that will not open is reported as
      *>   an I/O error rather than as a layout mismatch.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "BULKSTATUS".
           IF WSProofPass
               MOVE 0 TO WSMatchCount
               OPEN INPUT CustomerFile
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
           ELSE
               OPEN I-O CustomerFile
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
