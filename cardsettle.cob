       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardsettle.
      *> Card payment settlement import - reads the card
      *> processor's daily settlement file (CardSettle.dat: IDNum,
      *> amount, processor fee, approval status, authorization code
      *> and processor reference), validates each approved item's
      *> IDNum exactly the way lockboxpost.cob validates a lockbox
      *> payment (check digit, customer exists, not deleted), and
      *> posts it against the Balance through LEDGPOST under its own
      *> "CD" transaction code.  Every failure goes to the
      *> CardSusp.dat suspense file with a reason instead of being
      *> dropped; declined items never reached the bank and are
      *> only counted.  The processor keeps its fee out of the
      *> deposit, so the fees on the items posted are appended to
      *> CardFees.dat for depositrecon.cob to tie the card deposit
      *> out net.  A posting report with dollar totals closes the
      *> run.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT SettleFile ASSIGN TO "CardSettle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSettleStatus.
           SELECT SuspenseFile ASSIGN TO "CardSusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSuspenseStatus.
           SELECT FeeFile ASSIGN TO "CardFees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFeeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Card processor's settlement layout - one item per line.
       FD SettleFile.
       01 SettleRecord.
           02 CSIDNum                 PIC 9(05).
           02 CSAmount                 PIC 9(07)V99.
           02 CSFee                    PIC 9(05)V99.
           02 CSStatus                 PIC X(01).
               88 CSApproved           VALUE 'A'.
           02 CSAuthCode               PIC X(06).
           02 CSReference              PIC X(12).

      *> Same layout as lockboxpost.cob's suspense file.
       FD SuspenseFile.
       01 SuspenseRecord.
           02 SuspIDNum               PIC 9(05).
           02 FILLER                  PIC X(01).
           02 SuspAmount               PIC 9(07)V99.
           02 FILLER                  PIC X(01).
           02 SuspReason               PIC X(20).
           02 FILLER                  PIC X(01).
           02 SuspDate                 PIC 9(08).

      *> One line per run - the processor fees kept out of the day's
      *> deposit on the items posted.
       FD FeeFile.
       01 FeeRecord.
           02 CFDate                  PIC 9(08).
           02 FILLER                  PIC X(01).
           02 CFFeeTotal               PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSSettleStatus               PIC X(02).
       01 WSSuspenseStatus             PIC X(02).
       01 WSFeeStatus                  PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "CARDSETTLE".
       01 WSPostedCount                PIC 9(07) VALUE 0.
       01 WSSuspenseCount              PIC 9(05) VALUE 0.
       01 WSDeclinedCount              PIC 9(05) VALUE 0.
       01 WSPostedTotal                PIC 9(09)V99 VALUE 0.
       01 WSSuspenseTotal              PIC 9(09)V99 VALUE 0.
       01 WSDeclinedTotal              PIC 9(09)V99 VALUE 0.
       01 WSFeeTotal                   PIC 9(07)V99 VALUE 0.
       01 WSNetTotal                   PIC 9(09)V99 VALUE 0.
       01 WSPaymentAmount              PIC S9(07)V99.
       01 WSPostDate                  PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPostedCount
           PERFORM Check-Period-Open
           OPEN INPUT SettleFile
           IF WSSettleStatus NOT = "00"
               DISPLAY "No card settlement file found - "
                   "nothing to post."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSPostedCount
               GOBACK
           END-IF
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN EXTEND SuspenseFile
           IF WSSuspenseStatus = "35"
               OPEN OUTPUT SuspenseFile
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ SettleFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Post-One-Item
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CLOSE SettleFile
           PERFORM Log-Processor-Fees
           PERFORM Print-Posting-Report
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPostedCount
           GOBACK.

       Post-One-Item.
           IF NOT CSApproved
               ADD 1 TO WSDeclinedCount
               ADD CSAmount TO WSDeclinedTotal
               MOVE CSAmount TO WSBalanceEdit
               DISPLAY "DECLINED " CSIDNum " " WSBalanceEdit
                   "  ref " CSReference
           ELSE
               PERFORM Post-One-Payment
           END-IF.

       Post-One-Payment.
           MOVE CSIDNum TO IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN NOT WSCheckDigitOK
                   MOVE "BAD CHECK DIGIT" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN NOT WSFound
                   MOVE "NO MATCHING CUSTOMER" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN IsDeleted
                   MOVE "ACCOUNT DELETED" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN CSAmount = 0
                   MOVE "ZERO AMOUNT" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN OTHER
                   PERFORM Apply-Payment
           END-EVALUATE.

       Apply-Payment.
           COMPUTE WSPaymentAmount = CSAmount * -1
           ADD WSPaymentAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "CD", WSPaymentAmount
           ADD 1 TO WSPostedCount
           ADD CSAmount TO WSPostedTotal
           ADD CSFee TO WSFeeTotal
           MOVE CSAmount TO WSBalanceEdit
           DISPLAY "POSTED   " IDNum " " WSBalanceEdit
               "  auth " CSAuthCode "  "
               FirstName " " LastName.

       Write-Suspense-Record.
           MOVE CSIDNum TO SuspIDNum
           MOVE CSAmount TO SuspAmount
           MOVE WSPostDate TO SuspDate
           WRITE SuspenseRecord
           ADD 1 TO WSSuspenseCount
           ADD CSAmount TO WSSuspenseTotal
           MOVE CSAmount TO WSBalanceEdit
           DISPLAY "SUSPENSE " CSIDNum " " WSBalanceEdit "  "
               SuspReason.

      *> Only the posted items' fees are logged - a suspended item
      *> shows up as a card deposit difference until it is worked,
      *> the same as unapplied lockbox cash does.

       Log-Processor-Fees.
           OPEN EXTEND FeeFile
           IF WSFeeStatus = "35"
               OPEN OUTPUT FeeFile
           END-IF
           MOVE SPACES TO FeeRecord
           MOVE WSPostDate TO CFDate
           MOVE WSFeeTotal TO CFFeeTotal
           WRITE FeeRecord
           CLOSE FeeFile.

       Print-Posting-Report.
           DISPLAY " "
           DISPLAY "CARD SETTLEMENT POSTING REPORT"
           DISPLAY "------------------------------"
           MOVE WSPostedTotal TO WSBalanceEdit
           DISPLAY "Payments posted:    " WSPostedCount
               "  " WSBalanceEdit
           MOVE WSSuspenseTotal TO WSBalanceEdit
           DISPLAY "Payments suspended: " WSSuspenseCount
               "    " WSBalanceEdit
           MOVE WSDeclinedTotal TO WSBalanceEdit
           DISPLAY "Items declined:     " WSDeclinedCount
               "    " WSBalanceEdit
           MOVE WSFeeTotal TO WSBalanceEdit
           DISPLAY "Processor fees on posted:     " WSBalanceEdit
           COMPUTE WSNetTotal = WSPostedTotal - WSFeeTotal
           MOVE WSNetTotal TO WSBalanceEdit
           DISPLAY "Posted net of fees:           " WSBalanceEdit.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSPostDate
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSPostedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPostedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
