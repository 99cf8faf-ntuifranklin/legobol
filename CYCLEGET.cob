      *> cross-reference layout lives in one place.  Same
      *> open/read/close-per-call shape as the other shared
      *> subroutines.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSCycleStatus               PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       PROCEDURE DIVISION USING LIDNum, LCycle.
       CYCLEGET-Entry.
           MOVE 0 TO LCycle
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               MOVE CFCycle TO LCycle
               GOBACK
           END-IF
           OPEN INPUT CycleFile
           IF WSCycleStatus NOT = "00"
               GOBACK
