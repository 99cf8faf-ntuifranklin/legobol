      *>   One "X" record per ExtXref.dat external-id mapping now
      *>   rides along too, so the CRM conversion keeps the
      *>   partner systems' own identifiers.
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
       01 WSSideEOFFlag               PIC X(01).
           88 WSSideEOF                VALUE 'Y'.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT CRMFile
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
