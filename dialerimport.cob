       IDENTIFICATION DIVISION.
       PROGRAM-ID. dialerimport.
      *> Dialer call-result import - loads the dialer's end-of-day
      *> results file (DialerResults.dat) for the campaign
      *> workqueue.cob wrote, so nothing the collectors heard on the
      *> phone has to be re-keyed.  Every call leaves a CustNotes.dat
      *> note through CUSTNOTE with the outcome, the number dialed,
      *> and the collector: NA no answer, LM left message, WN wrong
      *> number, PP promise to pay.  A promise also becomes an open
      *> CustDiary.dat follow-up on the promised date carrying the
      *> promised amount, so tickler.cob brings it up that morning
      *> the way a diaryadd.cob item would.  Same feed controls as
      *> vendorimport.cob: FEEDCHK refuses a results file already
      *> loaded, the "T" trailer count is reconciled, and rejects go
      *> to LoadRejects.dat through REJLOG.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT DiaryFile ASSIGN TO "CustDiary.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DiaryKey
               FILE STATUS IS WSDiaryStatus.
           SELECT ResultsFile ASSIGN TO "DialerResults.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT ArchiveFile ASSIGN TO DYNAMIC WSArchiveName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD DiaryFile.
       01 DiaryRecord.
           02 DiaryKey.
               03 DiIDNum             PIC 9(05).
               03 DiDueDate            PIC 9(08).
               03 DiSeq                PIC 9(02).
           02 DiText                   PIC X(40).
           02 DiStatus                 PIC X(01).
               88 DiOpen               VALUE 'O'.
               88 DiClosed             VALUE 'C'.

      *> Dialer's results layout - one call per "D" line, "T"
      *> trailer with the detail count.
       FD ResultsFile.
       01 ResultsRecord.
           02 DR-RecType              PIC X(01).
           02 DR-IDNum                 PIC 9(05).
           02 DR-CallDate              PIC 9(08).
           02 DR-Collector             PIC X(08).
           02 DR-Phone                 PIC 9(10).
           02 DR-Result                PIC X(02).
               88 DR-NoAnswer          VALUE "NA".
               88 DR-LeftMessage       VALUE "LM".
               88 DR-Promise           VALUE "PP".
               88 DR-WrongNumber       VALUE "WN".
           02 DR-PromiseAmt            PIC 9(07)V99.
           02 DR-PromiseDate           PIC 9(08).
       01 ResultsTrailer REDEFINES ResultsRecord.
           02 DRT-RecType             PIC X(01).
           02 DRT-Count                PIC 9(07).
           02 FILLER                  PIC X(43).

       FD ArchiveFile.
       01 ArchiveLine                 PIC X(51).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSDiaryStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "DIALERIMP".
       01 WSNotedCount                 PIC 9(07) VALUE 0.
       01 WSPromiseCount               PIC 9(05) VALUE 0.
       01 WSRejectCount                PIC 9(05) VALUE 0.
       01 WSDetailCount                PIC 9(07) VALUE 0.
       01 WSTrailerCount               PIC 9(07) VALUE 0.
       01 WSTrailerFlag               PIC X(01) VALUE 'N'.
           88 WSTrailerSeen            VALUE 'Y'.
       01 WSFeedName                   PIC X(12) VALUE "DIALER".
       01 WSFeedIdentity               PIC X(20) VALUE SPACES.
       01 WSLoadedFlag                PIC X(01) VALUE 'N'.
           88 WSAlreadyLoaded          VALUE 'Y'.
       01 WSScanEOF                    PIC X(01).
       01 WSArchiveName                PIC X(30).
       01 WSToday                     PIC 9(08).
       01 WSRejectLine                 PIC X(113).
       01 WSRejectReason               PIC X(02).
       01 WSOutcomeWord                PIC X(14).
       01 WSNoteText                   PIC X(60).
       01 WSPromiseMonth               PIC 9(02).
       01 WSPromiseDay                 PIC 9(02).
       01 WSDateValidFlag             PIC X(01).
           88 WSDateValid              VALUE 'Y'.
       01 WSWrittenFlag               PIC X(01) VALUE 'N'.
           88 WSWritten                VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSNotedCount
           PERFORM Check-Feed-Register
           IF WSAlreadyLoaded
               DISPLAY "LOAD REFUSED - this DialerResults.dat has "
                   "already been consumed (see LoadedFeeds.dat)."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSNotedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN I-O DiaryFile
      *> First diary item ever - create the file, then reopen for
      *> keyed update.
           IF WSDiaryStatus = "35"
               OPEN OUTPUT DiaryFile
               CLOSE DiaryFile
               OPEN I-O DiaryFile
           END-IF
           IF WSDiaryStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT ResultsFile
           PERFORM UNTIL WSEOF = 'Y'
               READ ResultsFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Route-One-Record
               END-READ
           END-PERFORM
           CLOSE ResultsFile
           CLOSE DiaryFile
           CLOSE CustomerFile
           DISPLAY "Call results noted:      " WSNotedCount
           DISPLAY "Promises diaried:        " WSPromiseCount
           DISPLAY "Call results rejected:   " WSRejectCount
           PERFORM Reconcile-Trailer
           IF RETURN-CODE = 0
               PERFORM Archive-And-Register
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSNotedCount
           ELSE
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSNotedCount
           END-IF
           GOBACK.

       Check-Feed-Register.
           MOVE 'N' TO WSScanEOF
           MOVE SPACES TO WSFeedIdentity
           OPEN INPUT ResultsFile
           PERFORM UNTIL WSScanEOF = 'Y'
               READ ResultsFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       IF DR-RecType NOT = "T"
                           MOVE ResultsRecord(1:20)
                               TO WSFeedIdentity
                           MOVE 'Y' TO WSScanEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ResultsFile
           CALL "FEEDCHK" USING WSFeedName, WSFeedIdentity,
               WSLoadedFlag.

       Archive-And-Register.
           MOVE SPACES TO WSArchiveName
           STRING "DialerResults." DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WSArchiveName
           END-STRING
           MOVE 'N' TO WSScanEOF
           OPEN INPUT ResultsFile
           OPEN OUTPUT ArchiveFile
           PERFORM UNTIL WSScanEOF = 'Y'
               READ ResultsFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       WRITE ArchiveLine FROM ResultsRecord
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           CLOSE ResultsFile
           CALL 'FEEDREG' USING WSFeedName, WSFeedIdentity,
               WSDetailCount
           DISPLAY "Results archived to " WSArchiveName
               " and recorded on the register.".

       Route-One-Record.
           IF DR-RecType = "T"
               MOVE DRT-Count TO WSTrailerCount
               SET WSTrailerSeen TO TRUE
           ELSE
               ADD 1 TO WSDetailCount
               PERFORM Check-One-Result
           END-IF.

       Reconcile-Trailer.
           IF NOT WSTrailerSeen
               DISPLAY "TRAILER RECONCILIATION FAILED - no trailer "
                   "record on DialerResults.dat; file may be "
                   "truncated."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WSDetailCount NOT = WSTrailerCount
                   DISPLAY "TRAILER RECONCILIATION FAILED - trailer "
                       "says " WSTrailerCount " record(s), file "
                       "delivered " WSDetailCount "."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Trailer reconciliation OK - "
                       WSDetailCount " record(s)."
               END-IF
           END-IF.

       Check-One-Result.
           MOVE SPACES TO WSRejectReason
           IF ResultsRecord(2:5) NOT NUMERIC
               MOVE "ID" TO WSRejectReason
           ELSE
               MOVE DR-IDNum TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE "ID" TO WSRejectReason
               END-READ
           END-IF
           IF WSRejectReason = SPACES
               EVALUATE TRUE
                   WHEN DR-NoAnswer
                       MOVE "NO ANSWER" TO WSOutcomeWord
                   WHEN DR-LeftMessage
                       MOVE "LEFT MESSAGE" TO WSOutcomeWord
                   WHEN DR-WrongNumber
                       MOVE "WRONG NUMBER" TO WSOutcomeWord
                   WHEN DR-Promise
                       PERFORM Check-Promise
                   WHEN OTHER
                       MOVE "RC" TO WSRejectReason
               END-EVALUATE
           END-IF
           IF WSRejectReason NOT = SPACES
               DISPLAY "Rejected call result (" WSRejectReason
                   ") for IDNum " DR-IDNum
               ADD 1 TO WSRejectCount
               MOVE ResultsRecord TO WSRejectLine
               CALL 'REJLOG' USING WSFeedName, WSRejectReason,
                   WSRejectLine
           ELSE
               PERFORM Note-One-Call
           END-IF.

      *> A promise needs an amount and a real date no earlier than
      *> the call, or there is nothing to follow up.

       Check-Promise.
           MOVE DR-PromiseDate(5:2) TO WSPromiseMonth
           MOVE DR-PromiseDate(7:2) TO WSPromiseDay
           MOVE 'N' TO WSDateValidFlag
           IF DR-PromiseDate NUMERIC
               CALL 'DATEVAL' USING WSPromiseMonth, WSPromiseDay,
                   WSDateValidFlag
           END-IF
           IF DR-PromiseAmt NOT NUMERIC OR DR-PromiseAmt = 0
                   OR NOT WSDateValid
                   OR DR-PromiseDate < DR-CallDate
               MOVE "PP" TO WSRejectReason
           ELSE
               MOVE "PROMISE TO PAY" TO WSOutcomeWord
           END-IF.

       Note-One-Call.
           MOVE SPACES TO WSNoteText
           IF DR-Promise
               MOVE DR-PromiseAmt TO WSBalanceEdit
               STRING "DIALER: PROMISE " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   DR-PromiseDate DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   DR-Collector DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           ELSE
               STRING "DIALER: " DELIMITED BY SIZE
                   WSOutcomeWord DELIMITED BY "  "
                   " AT " DELIMITED BY SIZE
                   DR-Phone DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   DR-Collector DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           END-IF
           CALL 'CUSTNOTE' USING DR-IDNum, WSNoteText
           ADD 1 TO WSNotedCount
           IF DR-Promise
               PERFORM Diary-Promise
           END-IF.

       Diary-Promise.
           MOVE DR-IDNum TO DiIDNum
           MOVE DR-PromiseDate TO DiDueDate
           MOVE SPACES TO DiText
           STRING "PROMISED " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " - CHECK PAYMENT" DELIMITED BY SIZE
               INTO DiText
           END-STRING
           SET DiOpen TO TRUE
      *> Bump the sequence past any items already diaried for this
      *> customer and day, as diaryadd.cob does.
           MOVE 'N' TO WSWrittenFlag
           PERFORM Write-With-Next-Seq
               VARYING DiSeq FROM 1 BY 1
               UNTIL WSWritten OR DiSeq > 99
           IF WSWritten
               ADD 1 TO WSPromiseCount
           ELSE
               DISPLAY "Diary full for " DR-IDNum " on "
                   DR-PromiseDate " - promise noted only."
           END-IF.

       Write-With-Next-Seq.
           WRITE DiaryRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WSWritten TO TRUE
           END-WRITE.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSDiaryStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSNotedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
