      *> LOADFILE step.
      *> THIS PROGRAM OVERWRITES Customer.dat - never point it at
      *> the production master.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           02 JobCkptDate              PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "TESTGEN".
       01 WSBuiltCount                 PIC 9(07) VALUE 0.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM Generate-One-Customer
               VARYING WSSub FROM 1 BY 1
               UNTIL WSSub > WSMasterSize
