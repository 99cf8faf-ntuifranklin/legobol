      *> through legalmaint.cob; every action a caller suppresses
      *> should be recorded through LEGALLOG so counsel sees the
      *> activity report.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSHoldStatus                PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       PROCEDURE DIVISION USING LIDNum, LFlag.
       LEGALHLD-Entry.
           SET LNoLegalHold TO TRUE
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFOnLegalHold
                   SET LOnLegalHold TO TRUE
               END-IF
               GOBACK
           END-IF
           OPEN INPUT HoldFile
           IF WSHoldStatus NOT = "00"
               GOBACK
