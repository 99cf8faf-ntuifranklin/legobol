       IDENTIFICATION DIVISION.
       PROGRAM-ID. pricechg.
      *> Nightly scheduled price change run - walks PriceChange.dat
      *> (pricemaint.cob) and, for every change still scheduled:
      *>   - thirty days before the effective date, queues the
      *>     advance notice on LetterQueue.dat for letterprint.cob
      *>     for every live subscriber to the service (template
      *>     number from the PRICE-LETTER run parameter, default
      *>     510; the free-text lines carry the service, the date
      *>     and the new monthly amount) - once per change, the
      *>     change remembering the date it was queued;
      *>   - on the effective date, moves every RecurCharge.dat row
      *>     for the service to the new amount, leaving a CUSTNOTE
      *>     on each account, so recurgen.cob bills the new price
      *>     the same night.
      *> A change that reaches its date with no notice sent (the
      *> run missed the thirty-day night) has its notices queued
      *> first, late, rather than not at all.
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
           SELECT ChargeFile ASSIGN TO "RecurCharge.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RCKey
               FILE STATUS IS WSChargeStatus.
           SELECT PriceFile ASSIGN TO "PriceChange.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCKey
               FILE STATUS IS WSPriceStatus.
           SELECT QueueFile ASSIGN TO "LetterQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQueueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD ChargeFile.
       01 ChargeRecord.
           02 RCKey.
               03 RCIDNum             PIC 9(05).
               03 RCSvcCode            PIC X(04).
           02 RCDesc                   PIC X(20).
           02 RCAmount                 PIC 9(05)V99.
           02 RCLastBilled             PIC 9(06).

      *> Same layout pricemaint.cob writes.
       FD PriceFile.
       01 PriceRecord.
           02 PCKey.
               03 PCSvcCode           PIC X(04).
               03 PCEffDate            PIC 9(08).
           02 PCType                   PIC X(01).
               88 PCNewAmount          VALUE 'A'.
               88 PCPercentChange      VALUE 'P'.
           02 PCAmount                 PIC 9(05)V99.
           02 PCPercent                PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 PCStatus                 PIC X(01).
               88 PCScheduled          VALUE 'S'.
               88 PCApplied            VALUE 'A'.
               88 PCCancelled          VALUE 'C'.
           02 PCSchedDate              PIC 9(08).
           02 PCNoticeDate             PIC 9(08).
           02 PCAppliedDate            PIC 9(08).
           02 PCRowCount               PIC 9(05).

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
       01 WSChargeStatus               PIC X(02).
       01 WSPriceStatus                PIC X(02).
       01 WSQueueStatus                PIC X(02).
       01 WSPriceEOF                   PIC X(01) VALUE 'N'.
       01 WSChargeEOF                  PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "PRICECHG".
       01 WSReviewedCount              PIC 9(07) VALUE 0.
       01 WSNoticeCount                PIC 9(05) VALUE 0.
       01 WSAppliedCount               PIC 9(05) VALUE 0.
       01 WSRepricedCount              PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSEffInt                     PIC 9(07).
       01 WSDaysLeft                   PIC S9(07).
       01 WSNoticeDays                 PIC 9(03) VALUE 30.
       01 WSPriceLetter                PIC 9(03) VALUE 510.
       01 WSRepriced                   PIC S9(07)V99.
       01 WSOldAmount                  PIC 9(05)V99.
       01 WSNoteText                   PIC X(60).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSOldEdit                   PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSReviewedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
      *> Letter template comes from RunParams.dat (PRICE-LETTER,
      *> 9(3) template number); 510 is the documented default.
           MOVE "PRICE-LETTER" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSPriceLetter
           END-IF
           OPEN I-O PriceFile
           IF WSPriceStatus NOT = "00"
               DISPLAY "No price changes on file - nothing to do."
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
           DISPLAY "SCHEDULED PRICE CHANGES FOR " WSToday
           DISPLAY "----------------------------"
           PERFORM UNTIL WSPriceEOF = 'Y'
               READ PriceFile NEXT RECORD
                   AT END MOVE 'Y' TO WSPriceEOF
                   NOT AT END
                       IF PCScheduled
                           PERFORM Review-One-Change
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE PriceFile
           DISPLAY "----------------------------"
           DISPLAY "Changes reviewed:        " WSReviewedCount
           DISPLAY "Notices queued:          " WSNoticeCount
           DISPLAY "Changes applied:         " WSAppliedCount
           DISPLAY "Services repriced:       " WSRepricedCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSReviewedCount
           GOBACK.

       Review-One-Change.
           ADD 1 TO WSReviewedCount
           COMPUTE WSEffInt = FUNCTION INTEGER-OF-DATE(PCEffDate)
           COMPUTE WSDaysLeft = WSEffInt - WSTodayInt
           IF WSDaysLeft <= WSNoticeDays AND PCNoticeDate = 0
               IF WSDaysLeft <= 0
                   DISPLAY "LATE    " PCSvcCode " " PCEffDate
                       " - notices were never queued; queueing now"
               END-IF
               PERFORM Queue-Price-Notices
           END-IF
           IF WSDaysLeft <= 0
               PERFORM Apply-Price-Change
           END-IF.

      *> Both passes walk the whole master - it is keyed by
      *> customer, not by service.

       Queue-Price-Notices.
           OPEN EXTEND QueueFile
           IF WSQueueStatus = "35"
               OPEN OUTPUT QueueFile
           END-IF
           OPEN INPUT ChargeFile
           IF WSChargeStatus = "00"
               MOVE 'N' TO WSChargeEOF
               PERFORM UNTIL WSChargeEOF = 'Y'
                   READ ChargeFile NEXT RECORD
                       AT END MOVE 'Y' TO WSChargeEOF
                       NOT AT END
                           IF RCSvcCode = PCSvcCode
                               PERFORM Queue-One-Notice
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChargeFile
           END-IF
           CLOSE QueueFile
           MOVE WSToday TO PCNoticeDate
           REWRITE PriceRecord
           DISPLAY "NOTICES " PCSvcCode " effective " PCEffDate.

       Queue-One-Notice.
           MOVE RCIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF WSFound AND IsNotDeleted
               PERFORM Price-One-Row
               MOVE RCIDNum TO LQIDNum
               MOVE WSPriceLetter TO LQTemplate
               MOVE SPACES TO LQFree1
               STRING "YOUR " DELIMITED BY SIZE
                   RCDesc DELIMITED BY SIZE
                   " CHARGE CHANGES ON " DELIMITED BY SIZE
                   PCEffDate DELIMITED BY SIZE
                   INTO LQFree1
               END-STRING
               MOVE RCAmount TO WSOldEdit
               MOVE WSRepriced TO WSBalanceEdit
               MOVE SPACES TO LQFree2
               STRING "FROM " DELIMITED BY SIZE
                   WSOldEdit DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " A MONTH" DELIMITED BY SIZE
                   INTO LQFree2
               END-STRING
               MOVE WSToday TO LQRequestDate
               WRITE QueueRecord
               ADD 1 TO WSNoticeCount
           END-IF.

       Apply-Price-Change.
           MOVE 0 TO PCRowCount
           OPEN I-O ChargeFile
           IF WSChargeStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE 'N' TO WSChargeEOF
           PERFORM UNTIL WSChargeEOF = 'Y'
               READ ChargeFile NEXT RECORD
                   AT END MOVE 'Y' TO WSChargeEOF
                   NOT AT END
                       IF RCSvcCode = PCSvcCode
                           PERFORM Reprice-One-Row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargeFile
           SET PCApplied TO TRUE
           MOVE WSToday TO PCAppliedDate
           REWRITE PriceRecord
           ADD 1 TO WSAppliedCount
           DISPLAY "APPLIED " PCSvcCode " effective " PCEffDate
               " - " PCRowCount " service(s)".

       Reprice-One-Row.
           PERFORM Price-One-Row
           MOVE RCAmount TO WSOldAmount
           MOVE WSRepriced TO RCAmount
           REWRITE ChargeRecord
           ADD 1 TO PCRowCount
           ADD 1 TO WSRepricedCount
           MOVE WSOldAmount TO WSOldEdit
           MOVE RCAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "PRICE CHANGE " DELIMITED BY SIZE
               RCSvcCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSOldEdit DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING RCIDNum, WSNoteText.

      *> Same pricing pricemaint.cob's impact listing shows.

       Price-One-Row.
           IF PCNewAmount
               MOVE PCAmount TO WSRepriced
           ELSE
               COMPUTE WSRepriced ROUNDED =
                   RCAmount * (100 + PCPercent) / 100
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSChargeStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSReviewedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
