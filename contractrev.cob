       IDENTIFICATION DIVISION.
       PROGRAM-ID. contractrev.
      *> Nightly service-agreement review - walks Contract.dat
      *> (contractmaint.cob) and, for every active agreement:
      *>   - sixty days before the end date, queues a renewal notice
      *>     on LetterQueue.dat for letterprint.cob (template number
      *>     from the RENEWAL-LETTER run parameter, default 500; the
      *>     free-text lines carry the end date and what happens at
      *>     it) - once per term, the agreement remembering the date
      *>     it was queued;
      *>   - on the end date, renews an evergreen agreement for
      *>     another term of the same length (MONTHADD) and lets a
      *>     fixed-term agreement expire.
      *> Each renewal, expiry and notice leaves a CUSTNOTE.  A
      *> deleted customer's agreement is left for finalbill.cob,
      *> which terminates it on the final bill.
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
           SELECT ContractFile ASSIGN TO "Contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CTIDNum
               FILE STATUS IS WSContractStatus.
           SELECT QueueFile ASSIGN TO "LetterQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQueueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD ContractFile.
       01 ContractRecord.
           02 CTIDNum                 PIC 9(05).
           02 CTStatus                 PIC X(01).
               88 CTActive             VALUE 'A'.
               88 CTExpired            VALUE 'X'.
               88 CTTerminated         VALUE 'T'.
           02 CTStartDate              PIC 9(08).
           02 CTTermMonths             PIC 9(03).
           02 CTEndDate                PIC 9(08).
           02 CTRenewType              PIC X(01).
               88 CTEvergreen          VALUE 'E'.
               88 CTFixedTerm          VALUE 'F'.
           02 CTNoticeDate             PIC 9(08).
           02 CTFeeStep OCCURS 3 TIMES.
               03 CTFeeMonths          PIC 9(03).
               03 CTFeeAmount          PIC 9(05)V99.
           02 CTEndedDate              PIC 9(08).

      *> Same layout letterreq.cob writes.
       FD QueueFile.
       01 QueueRecord.
           02 LQIDNum                 PIC 9(05).
           02 LQTemplate               PIC 9(03).
           02 LQFree1                  PIC X(60).
           02 LQFree2                  PIC X(60).
           02 LQRequestDate            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSContractStatus             PIC X(02).
       01 WSQueueStatus                PIC X(02).
       01 WSContractEOF                PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "CONTRACTRV".
       01 WSReviewedCount              PIC 9(07) VALUE 0.
       01 WSNoticeCount                PIC 9(05) VALUE 0.
       01 WSRenewedCount               PIC 9(05) VALUE 0.
       01 WSExpiredCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSEndInt                     PIC 9(07).
       01 WSDaysLeft                   PIC S9(07).
       01 WSNoticeDays                 PIC 9(03) VALUE 60.
       01 WSRenewalLetter              PIC 9(03) VALUE 500.
       01 WSNewEnd                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSReviewedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
      *> Letter template comes from RunParams.dat (RENEWAL-LETTER,
      *> 9(3) template number); 500 is the documented default.
           MOVE "RENEWAL-LETTER" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSRenewalLetter
           END-IF
           OPEN I-O ContractFile
           IF WSContractStatus NOT = "00"
               DISPLAY "No service agreements on file - nothing to "
                   "review."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSReviewedCount
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "SERVICE AGREEMENT REVIEW FOR " WSToday
           DISPLAY "----------------------------"
           PERFORM UNTIL WSContractEOF = 'Y'
               READ ContractFile NEXT RECORD
                   AT END MOVE 'Y' TO WSContractEOF
                   NOT AT END
                       IF CTActive
                           PERFORM Review-One-Contract
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE ContractFile
           DISPLAY "----------------------------"
           DISPLAY "Agreements reviewed:     " WSReviewedCount
           DISPLAY "Renewal notices queued:  " WSNoticeCount
           DISPLAY "Evergreen renewals:      " WSRenewedCount
           DISPLAY "Fixed terms expired:     " WSExpiredCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSReviewedCount
           GOBACK.

       Review-One-Contract.
           MOVE CTIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF WSFound AND IsNotDeleted
               ADD 1 TO WSReviewedCount
               COMPUTE WSEndInt = FUNCTION INTEGER-OF-DATE(CTEndDate)
               COMPUTE WSDaysLeft = WSEndInt - WSTodayInt
               EVALUATE TRUE
                   WHEN WSDaysLeft <= 0 AND CTEvergreen
                       PERFORM Renew-Contract
                   WHEN WSDaysLeft <= 0
                       PERFORM Expire-Contract
                   WHEN WSDaysLeft <= WSNoticeDays
                           AND CTNoticeDate = 0
                       PERFORM Queue-Renewal-Notice
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       Queue-Renewal-Notice.
           OPEN EXTEND QueueFile
           IF WSQueueStatus = "35"
               OPEN OUTPUT QueueFile
           END-IF
           MOVE CTIDNum TO LQIDNum
           MOVE WSRenewalLetter TO LQTemplate
           MOVE SPACES TO LQFree1
           STRING "YOUR SERVICE AGREEMENT ENDS ON " DELIMITED BY SIZE
               CTEndDate DELIMITED BY SIZE
               INTO LQFree1
           END-STRING
           MOVE SPACES TO LQFree2
           IF CTEvergreen
               STRING "IT RENEWS AUTOMATICALLY FOR A FURTHER "
                   DELIMITED BY SIZE
                   CTTermMonths DELIMITED BY SIZE
                   " MONTHS" DELIMITED BY SIZE
                   INTO LQFree2
               END-STRING
           ELSE
               MOVE "PLEASE CONTACT US TO RENEW YOUR AGREEMENT"
                   TO LQFree2
           END-IF
           MOVE WSToday TO LQRequestDate
           WRITE QueueRecord
           CLOSE QueueFile
           MOVE WSToday TO CTNoticeDate
           REWRITE ContractRecord
           MOVE SPACES TO WSNoteText
           STRING "AGREEMENT RENEWAL NOTICE QUEUED - ENDS "
               DELIMITED BY SIZE
               CTEndDate DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING CTIDNum, WSNoteText
           ADD 1 TO WSNoticeCount
           DISPLAY "NOTICE  " CTIDNum " ends " CTEndDate.

      *> The new term runs on from the old end date, not from
      *> tonight, so a night the run missed costs no days.

       Renew-Contract.
           CALL 'MONTHADD' USING CTEndDate, CTTermMonths, WSNewEnd
           MOVE CTEndDate TO CTStartDate
           MOVE WSNewEnd TO CTEndDate
           MOVE 0 TO CTNoticeDate
           REWRITE ContractRecord
           MOVE SPACES TO WSNoteText
           STRING "EVERGREEN AGREEMENT RENEWED TO " DELIMITED BY SIZE
               CTEndDate DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING CTIDNum, WSNoteText
           ADD 1 TO WSRenewedCount
           DISPLAY "RENEWED " CTIDNum " to " CTEndDate.

       Expire-Contract.
           SET CTExpired TO TRUE
           MOVE CTEndDate TO CTEndedDate
           REWRITE ContractRecord
           MOVE SPACES TO WSNoteText
           STRING "SERVICE AGREEMENT EXPIRED " DELIMITED BY SIZE
               CTEndDate DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING CTIDNum, WSNoteText
           ADD 1 TO WSExpiredCount
           DISPLAY "EXPIRED " CTIDNum " " CTEndDate.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSContractStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSReviewedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
