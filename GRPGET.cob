      *> lead when the customer is not linked to any group.  A
      *> lead account carries a row pointing at itself, so "is
      *> this the lead?" is just LLeadID = LIDNum.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSGroupStatus               PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       GRPGET-Entry.
           SET LNotInGroup TO TRUE
           MOVE 0 TO LLeadID
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFInGroup
                   SET LInGroup TO TRUE
                   MOVE CFLeadID TO LLeadID
               END-IF
               GOBACK
           END-IF
           OPEN INPUT GroupFile
           IF WSGroupStatus NOT = "00"
               GOBACK
