      *> suppresses flagged customers onto its needs-research
      *> listing instead of printing them.  Same open/read/close-
      *> per-call shape as CYCLEGET.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSBadStatus                 PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       PROCEDURE DIVISION USING LIDNum, LBadFlag.
       BADADDR-Entry.
           SET LAddressGood TO TRUE
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFAddressBad
                   SET LAddressBad TO TRUE
               END-IF
               GOBACK
           END-IF
           OPEN INPUT BadAddressFile
           IF WSBadStatus NOT = "00"
               GOBACK
