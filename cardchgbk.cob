       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardchgbk.
      *> Card chargeback processing - reads the card processor's
      *> dispute file (CardDispute.dat: IDNum, amount, original
      *> settlement date, processor reference, reason code) and for
      *> each chargeback finds the matching "CD" payment row on
      *> CustLedger.dat, posts an offsetting reversal under the same
      *> code (the pair nets to zero in every ledger total, the
      *> nsfreversal.cob shape) plus the configurable chargeback fee
      *> (CHARGEBACK-FEE run parameter, default 15.00) as its own
      *> "CB" ledger row, opens a Dispute.dat entry for the amount
      *> (added to one already open), and notes the account through
      *> CUSTNOTE.  A payment already reversed is not reversed
      *> again, so a dispute file run twice does no harm.  A
      *> chargeback with no matching payment is listed for the back
      *> office and raises the warning return code.
      *> Modification History:
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
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
           SELECT ChargebackFile ASSIGN TO "CardDispute.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSChargebackStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT DisputeFile ASSIGN TO "Dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSPIDNum
               FILE STATUS IS WSDisputeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Card processor's dispute layout - one chargeback per line.
       FD ChargebackFile.
       01 ChargebackRecord.
           02 CBIDNum                 PIC 9(05).
           02 CBAmount                 PIC 9(07)V99.
           02 CBOrigDate               PIC 9(08).
           02 CBReference              PIC X(12).
           02 CBReasonCode             PIC X(04).

       FD LedgerFile.
           COPY CUSTLEDG.

      *> Same layout disputemaint.cob keeps.
       FD DisputeFile.
       01 DisputeRecord.
           02 DSPIDNum                PIC 9(05).
           02 DSPAmount                PIC 9(07)V99.
           02 DSPStatus                PIC X(01).
               88 DSPOpen              VALUE 'O'.
               88 DSPResolved          VALUE 'R'.
           02 DSPOpenDate              PIC 9(08).
           02 DSPResolveDate           PIC 9(08).
           02 DSPReason                PIC X(30).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSChargebackStatus           PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSDisputeStatus              PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSDisputeFoundFlag          PIC X(01) VALUE 'N'.
           88 WSDisputeFound           VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "CARDCHGBK".
       01 WSReversalCount              PIC 9(07) VALUE 0.
       01 WSReversalTotal              PIC 9(09)V99 VALUE 0.
       01 WSFeeTotal                   PIC 9(09)V99 VALUE 0.
       01 WSUnmatchedCount             PIC 9(05) VALUE 0.
       01 WSUnmatchedTotal             PIC 9(09)V99 VALUE 0.
       01 WSAlreadyCount               PIC 9(05) VALUE 0.
       01 WSPaymentRows                PIC 9(05).
       01 WSReversalRows               PIC 9(05).
       01 WSOrigAmount                 PIC S9(07)V99.
       01 WSReversalAmount             PIC S9(07)V99.
       01 WSChargebackFee              PIC 9(05)V99 VALUE 15.00.
       01 WSFeeAmount                  PIC S9(07)V99.
       01 WSFeeDigits                  PIC 9(07).
       01 WSNoteText                   PIC X(60).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSPostDate                  PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSReversalCount
           PERFORM Check-Period-Open
      *> Fee comes from RunParams.dat (CHARGEBACK-FEE, 9(5)V99
      *> digits); 15.00 is the documented default.
           MOVE "CHARGEBACK-FEE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:7) NUMERIC
               MOVE WSParamValue(1:7) TO WSFeeDigits
               COMPUTE WSChargebackFee = WSFeeDigits / 100
           END-IF
           OPEN INPUT ChargebackFile
           IF WSChargebackStatus NOT = "00"
               DISPLAY "No card dispute file found - "
                   "nothing to reverse."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSReversalCount
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
           OPEN I-O DisputeFile
           IF WSDisputeStatus = "35"
               OPEN OUTPUT DisputeFile
               CLOSE DisputeFile
               OPEN I-O DisputeFile
           END-IF
           DISPLAY "CARD CHARGEBACK REGISTER"
           DISPLAY "------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ ChargebackFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Process-One-Chargeback
               END-READ
           END-PERFORM
           CLOSE DisputeFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CLOSE ChargebackFile
           PERFORM Print-Totals
           CALL 'RUNLOG' USING WSProgramId, "END  ",
               WSReversalCount
           GOBACK.

       Process-One-Chargeback.
           MOVE CBIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF NOT WSFound
               PERFORM Report-Unmatched
           ELSE
               PERFORM Find-Original-Payment
               EVALUATE TRUE
                   WHEN WSPaymentRows = 0
                       PERFORM Report-Unmatched
                   WHEN WSReversalRows >= WSPaymentRows
                       ADD 1 TO WSAlreadyCount
                       DISPLAY "ALREADY  " IDNum " ref " CBReference
                           " - payment already reversed."
                   WHEN OTHER
                       PERFORM Post-Chargeback
               END-EVALUATE
           END-IF.

      *> Counts the card payments of this amount on the original
      *> date, and the reversals of that amount since - a payment
      *> is only reversed while the reversals are fewer.

       Find-Original-Payment.
           MOVE 0 TO WSPaymentRows
           MOVE 0 TO WSReversalRows
           COMPUTE WSOrigAmount = CBAmount * -1
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Match-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF.

       Match-One-Posting.
           IF LedgIDNum = IDNum AND LedgIsCardPayment
               IF LedgPostDate = CBOrigDate
                       AND LedgAmount = WSOrigAmount
                   ADD 1 TO WSPaymentRows
               END-IF
               IF LedgPostDate >= CBOrigDate
                       AND LedgAmount = CBAmount
                   ADD 1 TO WSReversalRows
               END-IF
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Post-Chargeback.
           MOVE CBAmount TO WSReversalAmount
           MOVE WSChargebackFee TO WSFeeAmount
           ADD WSReversalAmount TO Balance
           ADD WSFeeAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "CD", WSReversalAmount
           CALL 'LEDGPOST' USING IDNum, "CB", WSFeeAmount
           PERFORM Open-Chargeback-Dispute
           MOVE WSReversalAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "CARD CHARGEBACK " DELIMITED BY SIZE
               CBReference DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " REVERSED PLUS FEE" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           ADD 1 TO WSReversalCount
           ADD CBAmount TO WSReversalTotal
           ADD WSChargebackFee TO WSFeeTotal
           DISPLAY "REVERSED " IDNum " " WSBalanceEdit
               "  paid " CBOrigDate "  reason " CBReasonCode
               "  " FirstName " " LastName.

      *> The chargeback amount goes on the customer's dispute - a
      *> new one opened if none is open, added to the open one if
      *> there is - so interest and dunning hold off while the
      *> processor's case runs.

       Open-Chargeback-Dispute.
           MOVE IDNum TO DSPIDNum
           READ DisputeFile
               INVALID KEY MOVE 'N' TO WSDisputeFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSDisputeFoundFlag
           END-READ
           IF WSDisputeFound AND DSPOpen
               ADD CBAmount TO DSPAmount
               REWRITE DisputeRecord
           ELSE
               MOVE IDNum TO DSPIDNum
               MOVE CBAmount TO DSPAmount
               SET DSPOpen TO TRUE
               MOVE WSPostDate TO DSPOpenDate
               MOVE 0 TO DSPResolveDate
               MOVE SPACES TO DSPReason
               STRING "CARD CHARGEBACK " DELIMITED BY SIZE
                   CBReasonCode DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CBReference DELIMITED BY SIZE
                   INTO DSPReason
               END-STRING
               IF WSDisputeFound
                   REWRITE DisputeRecord
               ELSE
                   WRITE DisputeRecord
               END-IF
           END-IF
           IF WSDisputeStatus NOT = "00"
               DISPLAY "Dispute.dat I/O error - status "
                   WSDisputeStatus " for " IDNum
           END-IF
           CALL 'FLAGSET' USING IDNum.

       Report-Unmatched.
           ADD 1 TO WSUnmatchedCount
           ADD CBAmount TO WSUnmatchedTotal
           MOVE CBAmount TO WSBalanceEdit
           DISPLAY "NO MATCH " CBIDNum " " WSBalanceEdit
               "  paid " CBOrigDate "  ref " CBReference
               " - research by hand."
           MOVE 8 TO RETURN-CODE.

       Print-Totals.
           DISPLAY " "
           MOVE WSReversalTotal TO WSBalanceEdit
           DISPLAY "Chargebacks reversed: " WSReversalCount
               "  " WSBalanceEdit
           MOVE WSFeeTotal TO WSBalanceEdit
           DISPLAY "Chargeback fees:                " WSBalanceEdit
           DISPLAY "Already reversed:     " WSAlreadyCount
           MOVE WSUnmatchedTotal TO WSBalanceEdit
           DISPLAY "No matching payment:  " WSUnmatchedCount
               "    " WSBalanceEdit.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSPostDate
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSReversalCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSReversalCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
