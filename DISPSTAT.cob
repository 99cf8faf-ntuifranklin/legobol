      *> the disputed amount only while a dispute on Dispute.dat is
      *> still open; a resolved dispute, or none at all, answers 'N'
      *> with a zero amount so the posting runs proceed normally.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSDisputeStatus             PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       DISPSTAT-Entry.
           SET LNoOpenDispute TO TRUE
           MOVE 0 TO LAmount
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFDisputeOpen
                   SET LDisputeOpen TO TRUE
                   MOVE CFDisputeAmount TO LAmount
               END-IF
               GOBACK
           END-IF
           OPEN INPUT DisputeFile
           IF WSDisputeStatus NOT = "00"
               GOBACK
