      *>   reason code so rejectfix.cob can correct and re-enter
      *>   it.  An unrecognized status code now rejects the line
      *>   instead of being silently stored as Active.
      *>   Each customer loaded now raises the NEWACCT letter
      *>   event (LETREVT), queueing the welcome letter mapped to
      *>   it on LetterEvent.dat for the nightly letter run.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLoadedCount                PIC 9(05) VALUE 0.
       01 WSRejectCount                PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSIDInput                    PIC X(05).
       01 WSRejectLine                 PIC X(113).
       01 WSLetterEvent                PIC X(08) VALUE "NEWACCT".
       01 WSLetterFree1                PIC X(60) VALUE SPACES.
       01 WSLetterFree2                PIC X(60) VALUE SPACES.
       01 WSLetterQueuedFlag          PIC X(01).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.

               GOBACK
           END-IF
           OPEN I-O CustomerFile
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LegacyFeedFile
           PERFORM UNTIL WSEOF = 'Y'
               READ LegacyFeedFile
                           WSRejectLine
                   NOT INVALID KEY
                       ADD 1 TO WSLoadedCount
                       CALL 'LETREVT' USING WSLetterEvent, IDNum,
                           WSLetterFree1, WSLetterFree2,
                           WSLetterQueuedFlag
               END-WRITE
           END-IF.

