      *> printed leaves a CUSTNOTE trail, the way dunning.cob notes
      *> its letters, and the worked queue is rewritten without the
      *> printed rows (rejectfix.cob's work-file pass).
      *> Modification History:
      *>   Templates numbered from MARKETING-LETTERS up (run
      *>   parameter, 9(3); 800 is the documented default) are
      *>   marketing letters: a customer who opted out of
      *>   marketing mail (PREFCHK against CommPref.dat) does not
      *>   get one - the request is dropped from the queue and
      *>   logged through PREFLOG.  Every template below that is a
      *>   required notice and prints regardless.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSTemplateEOFFlag           PIC X(01).
           88 WSTemplateEOF            VALUE 'Y'.
           88 WSLetterPrinted          VALUE 'Y'.
       01 WSFullName                   PIC X(31).
       01 WSNoteText                   PIC X(60).
       01 WSMarketingFrom              PIC 9(03) VALUE 800.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSContactClass               PIC X(01).
       01 WSNoPhone                    PIC 9(10) VALUE 0.
       01 WSPrefFlag                  PIC X(01).
           88 WSPrefSuppress           VALUE 'Y'.
       01 WSPrefReason                 PIC X(20).
       01 WSCallFrom                   PIC 9(04).
       01 WSCallTo                     PIC 9(04).
       01 WSPrefAction                 PIC X(30).
       01 WSPrefDroppedCount           PIC 9(05) VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
                   WSPrintedCount
               GOBACK
           END-IF
      *> Marketing template range comes from RunParams.dat
      *> (MARKETING-LETTERS, 9(3) first marketing template
      *> number); 800 is the documented default.
           MOVE "MARKETING-LETTERS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSMarketingFrom
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT LetterFile
           OPEN OUTPUT QueueWorkFile
           PERFORM UNTIL WSEOF = 'Y'
           DISPLAY "Letters printed:  " WSPrintedCount
           DISPLAY "Held (bad address, stay queued): "
               WSSuppressedCount
           DISPLAY "Dropped (marketing, customer opted out): "
               WSPrefDroppedCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPrintedCount
           GOBACK.

               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF LQTemplate >= WSMarketingFrom
               MOVE "M" TO WSContactClass
           ELSE
               MOVE "R" TO WSContactClass
           END-IF
           CALL 'PREFCHK' USING LQIDNum, WSContactClass, WSNoPhone,
               WSPrefFlag, WSPrefReason, WSCallFrom, WSCallTo
           EVALUATE TRUE
               WHEN NOT WSFound
                   DISPLAY "DROPPED " LQIDNum " - request has "
                       "no customer."
               WHEN WSPrefSuppress
                   PERFORM Drop-Marketing-Letter
               WHEN OTHER
                   CALL 'BADADDR' USING IDNum, WSBadAddressFlag
                   IF WSAddressBad
                   LQTemplate " has no lines."
           END-IF.

       Drop-Marketing-Letter.
           ADD 1 TO WSPrefDroppedCount
           MOVE SPACES TO WSPrefAction
           STRING "LETTER " DELIMITED BY SIZE
               LQTemplate DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WSPrefReason DELIMITED BY SIZE
               INTO WSPrefAction
           END-STRING
           CALL 'PREFLOG' USING WSProgramId, LQIDNum, WSPrefAction.

      *> A directive line is a substitution slot; anything else
      *> prints as written.

