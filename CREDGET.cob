      *> with a zero limit when the customer has none on file,
      *> which callers treat as "no cap" - most retail accounts
      *> never get one.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSLimitStatus               PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       CREDGET-Entry.
           SET LLimitNotFound TO TRUE
           MOVE 0 TO LLimit
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFLimitFound
                   SET LLimitFound TO TRUE
                   MOVE CFLimit TO LLimit
               END-IF
               GOBACK
           END-IF
           OPEN INPUT LimitFile
           IF WSLimitStatus NOT = "00"
               GOBACK
