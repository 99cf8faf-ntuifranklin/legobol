      *>   The run now logs START/END/ABEND through RUNLOG (END
      *>   carries the loaded count) so the end-of-night balancing
      *>   sheet can cross-foot loads against the change report.
      *>   Each customer loaded now raises the NEWACCT letter
      *>   event (LETREVT), queueing the welcome letter mapped to
      *>   it on LetterEvent.dat for the nightly letter run.
      *>   Each customer loaded is screened against the sanctions
      *>   watch list (SANCTSCR); possible matches are queued for
      *>   supervisor review and counted on the run summary.
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
       01 WSProgramId                  PIC X(10) VALUE "LOADFILE".
       01 WSLogCount                   PIC 9(07) VALUE 0.
       01 WSSanctionCount              PIC 9(05) VALUE 0.
       01 WSSanctionFlag              PIC X(01).
           88 WSSanctionMatch          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
               GOBACK
           END-IF
           OPEN I-O CustomerFile
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               CALL 'RUNLOG' USING WSProgramId, "ABEND", WSLogCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CustFeedFile
           PERFORM UNTIL WSEOF = 'Y'
               READ CustFeedFile
           CLOSE CustomerFile
           DISPLAY "Customers loaded:  " WSLoadedCount
           DISPLAY "Customers rejected: " WSRejectCount
           DISPLAY "Possible sanctions matches queued: "
               WSSanctionCount
           PERFORM Reconcile-Trailer
           MOVE WSLoadedCount TO WSLogCount
           IF RETURN-CODE = 0
                       ADD 1 TO WSLoadedCount
                       CALL 'NAMEIX' USING "ADD", IDNum,
                           FirstName, LastName, Phone
                       CALL 'LETREVT' USING WSLetterEvent, IDNum,
                           WSLetterFree1, WSLetterFree2,
                           WSLetterQueuedFlag
                       CALL 'SANCTSCR' USING IDNum, FirstName,
                           LastName, Street, Zip, WSSanctionFlag
                       IF WSSanctionMatch
                           ADD 1 TO WSSanctionCount
                           DISPLAY "Possible sanctions match for "
                               "IDNum " IDNum " - queued for review"
                       END-IF
               END-WRITE
           END-IF.

