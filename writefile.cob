      *>   Added FILE STATUS checking on CustomerFile so a full disk
      *>   or a locked file is reported instead of failing silently
      *>   or abending with no useful message.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSProgramId                 PIC X(10) VALUE "WRITEFILE".
       01 WSRecordCount                PIC 9(07) VALUE 0.
       01 WSFileStatus                PIC X(02).
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           INITIALIZE CustomerRecord.
           MOVE 00001 TO IDNum.
           MOVE 'DOUG' TO FirstName.
