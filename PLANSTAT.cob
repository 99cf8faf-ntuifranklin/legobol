      *> honest against the ledger).  A broken or completed plan, or
      *> no plan at all, answers 'N' so collection activity proceeds
      *> normally.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSPlanStatus                PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       PROCEDURE DIVISION USING LIDNum, LFlag.
       PLANSTAT-Entry.
           SET LNoCurrentPlan TO TRUE
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFPlanCurrent
                   SET LPlanCurrent TO TRUE
               END-IF
               GOBACK
           END-IF
           OPEN INPUT PlanFile
           IF WSPlanStatus NOT = "00"
               GOBACK
