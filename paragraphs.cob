      *>   Process-Records/Finalization with a proper 88-level
      *>   end-of-job flag - the standard shape every new batch
      *>   program in this system should follow.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEndOfJobFlag              PIC X(01) VALUE 'N'.
           88 WSEndOfJob               VALUE 'Y'.
           88 WSNotEndOfJob            VALUE 'N'.
       Initialization.
           CALL 'RUNLOG' USING WSProgramId, "START", WSTotalCount
           OPEN INPUT CustomerFile
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               CALL 'RUNLOG' USING WSProgramId, "ABEND", WSTotalCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CustomerFile INTO WSCustomerRecord
               AT END SET WSEndOfJob TO TRUE
           END-READ.
