      *>   prints its full register, clearly watermarked PROOF,
      *>   and posts nothing - no Balance change, no ledger row.
      *>   Run it before every rate change.
      *>   The class's flat late fee is no longer charged on every
      *>   positive balance - only once the last statement's due
      *>   date (StmtDue.dat, written by statement.cob) has passed
      *>   with less than its minimum payment received between the
      *>   statement and the due date.  The fee is charged once per
      *>   statement, marked on the StmtDue.dat row; interest on
      *>   the balance is unchanged.
      *>   Interest is now charged on the average daily balance
      *>   over the customer's cycle instead of whatever Balance
      *>   stood the night of the run.  The cycle is the month
      *>   ending on the run date, or from the customer's last
      *>   interest charge if that is later; each day's balance is
      *>   rebuilt backwards from Balance through that window's
      *>   CustLedger.dat postings, and a short cycle is charged
      *>   its share of the month.  Legal hold, dispute and rate
      *>   class rules apply as before (the disputed amount comes
      *>   off the average).  The average and the days in the
      *>   cycle are logged on InterestDetail.dat for the
      *>   statement to print beside the charge.
      *>   Card payments (CD, cardsettle.cob) count toward the
      *>   minimum due when the late fee is decided.
      *>   So do agency collections (AC, agencyremit.cob).
      *>   A customer in an approved hardship program (HARDSTAT,
      *>   kept by hardmaint.cob) is charged the program's reduced
      *>   rate - or none - instead of the class rate, and the late
      *>   fee is waived when the program suppresses fees (marked
      *>   on StmtDue.dat as if charged, so it does not fall due
      *>   once the program ends).  The interest and fees given up
      *>   are logged through HARDLOG for hardrpt.cob.
      *>   The per-customer status lookups now answer from the
      *>   consolidated CustFlags.dat (FLAGBAT) instead of opening
      *>   each side file for every customer.
      *>   A rerun the same night no longer charges twice: each
      *>   customer charged is recorded against the run date on
      *>   RunGuard.dat (RUNGUARD), and a rerun skips and lists
      *>   the customers already done unless a supervisor has
      *>   granted a rerun override through lockutil.cob.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The run guard is kept against the open accounting
      *>   period rather than the calendar date, so a run
      *>   restarted after midnight still skips the customers
      *>   it already charged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT DueFile ASSIGN TO "StmtDue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDIDNum
               FILE STATUS IS WSDueStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT DetailFile ASSIGN TO "InterestDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout statement.cob writes.
       FD DueFile.
       01 DueRecord.
           02 SDIDNum                 PIC 9(05).
           02 SDPeriod                 PIC 9(06).
           02 SDStmtDate               PIC 9(08).
           02 SDDueDate                PIC 9(08).
           02 SDStmtBalance            PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SDMinimum                PIC 9(07)V99.
           02 SDLateFeeDate            PIC 9(08).

       FD LedgerFile.
           COPY CUSTLEDG.

      *> One row per interest charge - the basis statement.cob
      *> prints beside the IN line.
       FD DetailFile.
       01 DetailRecord.
           02 INIDNum                 PIC 9(05).
           02 INDate                   PIC 9(08).
           02 INCycleStart             PIC 9(08).
           02 INDays                   PIC 9(03).
           02 INAvgBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 INRate                   PIC 9V999.
           02 INInterest               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 INLateFee                PIC 9(03)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEndOfJobFlag              PIC X(01) VALUE 'N'.
           88 WSEndOfJob               VALUE 'Y'.
           88 WSNotEndOfJob            VALUE 'N'.
       01 WSLegalAction                PIC X(30).
       01 WSProofFlag                 PIC X(01) VALUE 'N'.
           88 WSProofMode              VALUE 'Y'.
       01 WSDueStatus                  PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSDueOpenFlag               PIC X(01) VALUE 'N'.
           88 WSDueOpen                VALUE 'Y'.
       01 WSLateFeeFlag               PIC X(01).
           88 WSLateFeeDue             VALUE 'Y'.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSLateFee                    PIC 9(03)V99.
       01 WSReceived                   PIC S9(07)V99.
       01 WSLateFeeCount               PIC 9(05) VALUE 0.
       01 WSDetailStatus               PIC X(02).
       01 WSTodayInt                   PIC 9(07).
       01 WSMonthBack                  PIC 9(08).
       01 WSMonthBackRaw               PIC 9(08).
       01 WSMonthBackYear              PIC 9(04).
       01 WSMonthBackMonth             PIC 9(02).
       01 WSNoMonths                   PIC 9(03) VALUE 0.
       01 WSMonthDays                  PIC 9(03).
       01 WSCycleStart                 PIC 9(08).
       01 WSStartInt                   PIC 9(07).
       01 WSCycleDays                  PIC 9(03).
       01 WSLastInterest               PIC 9(08).
       01 WSDaysBefore                 PIC 9(05).
       01 WSWeightedSum                PIC S9(11)V99.
       01 WSAvgBalance                 PIC S9(07)V99.
       01 WSInterestOnly               PIC S9(07)V99.
       01 WSWinCount                   PIC 9(03).
       01 WSWinSub                     PIC 9(03).
       01 WSHardshipFlag              PIC X(01).
           88 WSOnHardship             VALUE 'Y'.
       01 WSHardshipRate               PIC 9V999.
       01 WSFeeReliefFlag             PIC X(01).
           88 WSFeeRelief              VALUE 'Y'.
       01 WSInterestForegone           PIC S9(07)V99.
       01 WSHardshipInterest           PIC S9(07)V99.
       01 WSFeeForegone                PIC S9(07)V99.
       01 WSHardshipCount              PIC 9(05) VALUE 0.
       01 WSGuardAction                PIC X(04).
       01 WSGuardPeriod                PIC X(08).
       01 WSGuardResult               PIC X(01).
           88 WSGuardDone              VALUE 'Y'.
           88 WSGuardOverridden        VALUE 'O'.
       01 WSGuardReply                 PIC X(01).
       01 WSGuardSkipCount             PIC 9(05) VALUE 0.
       01 WSGuardRerunCount            PIC 9(05) VALUE 0.

      *> The customer's postings inside the month-back window, as
      *> day numbers, for rebuilding the daily balances.
       01 WSWindowTable.
           02 WSWinEntry OCCURS 500 TIMES.
               03 WSWinDateInt         PIC 9(07).
               03 WSWinAmount          PIC S9(07)V99.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           PERFORM Finalization
           GOBACK.

      *> The longest cycle is the month ending tonight: from the
      *> same day last month (the last day, when last month is
      *> shorter) up to and including the run date.

       Set-Month-Window.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSPostDate)
           MOVE WSPostDate(1:4) TO WSMonthBackYear
           MOVE WSPostDate(5:2) TO WSMonthBackMonth
           IF WSMonthBackMonth = 1
               SUBTRACT 1 FROM WSMonthBackYear
               MOVE 12 TO WSMonthBackMonth
           ELSE
               SUBTRACT 1 FROM WSMonthBackMonth
           END-IF
           MOVE WSPostDate TO WSMonthBackRaw
           MOVE WSMonthBackYear TO WSMonthBackRaw(1:4)
           MOVE WSMonthBackMonth TO WSMonthBackRaw(5:2)
           CALL 'MONTHADD' USING WSMonthBackRaw, WSNoMonths,
               WSMonthBack
           COMPUTE WSMonthDays =
               WSTodayInt - FUNCTION INTEGER-OF-DATE(WSMonthBack).

       Initialization.
           CALL 'RUNLOG' USING WSProgramId, "START", WSProcessedCount
           CALL 'FLAGBAT'
           PERFORM Check-Period-Open
           MOVE "INTEREST-RATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
           ELSE
               MOVE 0 TO WSRunCycle
           END-IF
           PERFORM Set-Month-Window
           MOVE WSOpenPeriod TO WSGuardPeriod
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
      *> No statement file yet means no due date has ever been
      *> set, so no late fee can be owed.
           OPEN I-O DueFile
           IF WSDueStatus = "00"
               SET WSDueOpen TO TRUE
           END-IF
           READ CustomerFile
               AT END SET WSEndOfJob TO TRUE
           END-READ.
               AT END SET WSEndOfJob TO TRUE
           END-READ.

      *> A customer already charged in the open accounting period
      *> is passed over - the run is being repeated after a failure,
      *> perhaps after midnight - unless a supervisor has overridden
      *> the guard.

       Charge-If-Due.
           MOVE "TEST" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, IDNum,
               WSGuardPeriod, WSGuardResult
           EVALUATE TRUE
               WHEN WSGuardDone
                   ADD 1 TO WSGuardSkipCount
                   DISPLAY "SKIPPED " IDNum " - already charged for "
                       WSGuardPeriod
               WHEN WSGuardOverridden
                   ADD 1 TO WSGuardRerunCount
                   DISPLAY "RERUN   " IDNum " - charged again under "
                       "supervisor override"
                   PERFORM Charge-If-Not-Held
               WHEN OTHER
                   PERFORM Charge-If-Not-Held
           END-EVALUATE.

       Charge-If-Not-Held.
      *> An active legal hold stops the charge outright; an open
      *> dispute shelters the disputed amount - interest applies
      *> only to whatever undisputed balance remains.
       Charge-If-Undisputed.
           CALL 'DISPSTAT' USING IDNum, WSDisputeFlag,
               WSDisputedAmount
           PERFORM Work-Out-Average-Balance
           COMPUTE WSChargeableBase = WSAvgBalance - WSDisputedAmount
           IF WSChargeableBase > 0 AND WSCycleDays > 0
               CALL 'CLASSGET' USING IDNum, WSClassCode,
                   WSClassRate, WSClassFee, WSClassFoundFlag
               IF WSClassFound
                   MOVE WSInterestRate TO WSApplyRate
                   MOVE 0 TO WSClassFee
               END-IF
               PERFORM Check-Late-Fee-Due
               CALL 'HARDSTAT' USING IDNum, WSHardshipFlag,
                   WSHardshipRate, WSFeeReliefFlag
               IF WSOnHardship
                   PERFORM Apply-Hardship-Terms
               END-IF
               IF WSApplyRate = 0 AND WSLateFee = 0
                   ADD 1 TO WSSkippedCount
               ELSE
                   PERFORM Apply-One-Charge
               END-IF
               IF WSOnHardship
                   PERFORM Record-Hardship-Relief
               END-IF
           ELSE
               ADD 1 TO WSSkippedCount
           END-IF.

       Apply-One-Charge.
           COMPUTE WSInterestOnly ROUNDED =
               WSChargeableBase * WSApplyRate * WSCycleDays
                   / WSMonthDays
           COMPUTE WSInterestAmount = WSInterestOnly + WSLateFee
           IF WSProofMode
               MOVE WSInterestAmount TO WSBalanceEdit
               DISPLAY "PROOF " IDNum " would charge "
                   WSBalanceEdit
               MOVE WSAvgBalance TO WSBalanceEdit
               DISPLAY "PROOF " IDNum " (average daily balance "
                   WSBalanceEdit " over " WSCycleDays " days)"
               IF WSLateFee > 0
                   DISPLAY "PROOF " IDNum " (includes late fee - "
                       "minimum not received by " SDDueDate ")"
               END-IF
           ELSE
               ADD WSInterestAmount TO Balance
               REWRITE CustomerRecord
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LEDGPOST' USING IDNum, "IN", WSInterestAmount
               PERFORM Log-Interest-Basis
               PERFORM Record-Run-Guard
               IF WSLateFee > 0
                   MOVE WSPostDate TO SDLateFeeDate
                   REWRITE DueRecord
                   ADD 1 TO WSLateFeeCount
               END-IF
           END-IF
           ADD 1 TO WSProcessedCount.

      *> A hardship program's rate replaces the class rate only when
      *> it is lower; what the class rate would have charged over
      *> the program's rate is the interest foregone.

       Apply-Hardship-Terms.
           MOVE 0 TO WSInterestForegone
           MOVE 0 TO WSFeeForegone
           IF WSHardshipRate < WSApplyRate
               COMPUTE WSInterestForegone ROUNDED =
                   WSChargeableBase * WSApplyRate * WSCycleDays
                       / WSMonthDays
               COMPUTE WSHardshipInterest ROUNDED =
                   WSChargeableBase * WSHardshipRate * WSCycleDays
                       / WSMonthDays
               SUBTRACT WSHardshipInterest FROM WSInterestForegone
               MOVE WSHardshipRate TO WSApplyRate
           END-IF
           IF WSFeeRelief AND WSLateFee > 0
               MOVE WSLateFee TO WSFeeForegone
               MOVE 0 TO WSLateFee
           END-IF.

       Record-Hardship-Relief.
           IF WSProofMode
               IF WSInterestForegone > 0 OR WSFeeForegone > 0
                   MOVE WSInterestForegone TO WSBalanceEdit
                   DISPLAY "PROOF " IDNum " hardship - interest "
                       "foregone " WSBalanceEdit
                   MOVE WSFeeForegone TO WSBalanceEdit
                   DISPLAY "PROOF " IDNum " hardship - late fee "
                       "waived " WSBalanceEdit
               END-IF
           ELSE
               IF WSInterestForegone > 0
                   CALL 'HARDLOG' USING WSProgramId, IDNum, "I",
                       WSInterestForegone
               END-IF
               IF WSFeeForegone > 0
                   CALL 'HARDLOG' USING WSProgramId, IDNum, "F",
                       WSFeeForegone
                   MOVE WSPostDate TO SDLateFeeDate
                   REWRITE DueRecord
               END-IF
               IF WSInterestForegone > 0 OR WSFeeForegone > 0
                   PERFORM Record-Run-Guard
               END-IF
           END-IF
           IF WSInterestForegone > 0 OR WSFeeForegone > 0
               ADD 1 TO WSHardshipCount
           END-IF.

       Record-Run-Guard.
           MOVE "DONE" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, IDNum,
               WSGuardPeriod, WSGuardReply.

      *> The late fee is owed only when the last statement's due
      *> date has passed, its fee has not already been charged, and
      *> the cash received from the statement date through the due
      *> date falls short of the minimum it asked for.

       Log-Interest-Basis.
           OPEN EXTEND DetailFile
           IF WSDetailStatus = "35"
               OPEN OUTPUT DetailFile
           END-IF
           MOVE IDNum TO INIDNum
           MOVE WSPostDate TO INDate
           MOVE WSCycleStart TO INCycleStart
           MOVE WSCycleDays TO INDays
           MOVE WSAvgBalance TO INAvgBalance
           MOVE WSApplyRate TO INRate
           MOVE WSInterestOnly TO INInterest
           MOVE WSLateFee TO INLateFee
           WRITE DetailRecord
           CLOSE DetailFile.

      *> Each day's closing balance is Balance less everything
      *> posted after that day, so the cycle's daily balances sum
      *> to days x Balance less each posting times the days of the
      *> cycle that closed before it landed.  The cycle starts the
      *> day after the month-back date or the last interest
      *> charge, whichever is later; a customer already charged
      *> tonight has a cycle of no days and is not charged again.

       Work-Out-Average-Balance.
           MOVE 0 TO WSWinCount
           MOVE 0 TO WSLastInterest
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END
                           IF LedgIDNum = IDNum
                               PERFORM Note-Window-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF
           MOVE WSMonthBack TO WSCycleStart
           IF WSLastInterest > WSCycleStart
               MOVE WSLastInterest TO WSCycleStart
           END-IF
           COMPUTE WSStartInt = FUNCTION INTEGER-OF-DATE(WSCycleStart)
           COMPUTE WSCycleDays = WSTodayInt - WSStartInt
           MOVE 0 TO WSWeightedSum
           PERFORM VARYING WSWinSub FROM 1 BY 1
                   UNTIL WSWinSub > WSWinCount
               IF WSWinDateInt(WSWinSub) > WSStartInt
                   COMPUTE WSDaysBefore =
                       WSWinDateInt(WSWinSub) - WSStartInt - 1
                   IF WSDaysBefore > WSCycleDays
                       MOVE WSCycleDays TO WSDaysBefore
                   END-IF
                   COMPUTE WSWeightedSum = WSWeightedSum
                       + WSWinAmount(WSWinSub) * WSDaysBefore
               END-IF
           END-PERFORM
           IF WSCycleDays > 0
               COMPUTE WSAvgBalance ROUNDED =
                   Balance - WSWeightedSum / WSCycleDays
           ELSE
               MOVE Balance TO WSAvgBalance
           END-IF.

       Note-Window-Posting.
           IF LedgIsInterest AND LedgPostDate > WSLastInterest
               MOVE LedgPostDate TO WSLastInterest
           END-IF
           IF LedgPostDate > WSMonthBack
               IF WSWinCount < 500
                   ADD 1 TO WSWinCount
                   COMPUTE WSWinDateInt(WSWinCount) =
                       FUNCTION INTEGER-OF-DATE(LedgPostDate)
                   MOVE LedgAmount TO WSWinAmount(WSWinCount)
               ELSE
                   DISPLAY "Window table full for " IDNum
                       " - average uses the first 500 postings"
               END-IF
           END-IF.

       Check-Late-Fee-Due.
           MOVE 0 TO WSLateFee
           MOVE 'N' TO WSLateFeeFlag
           IF WSDueOpen AND WSClassFee > 0
               MOVE IDNum TO SDIDNum
               READ DueFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SDDueDate < WSPostDate
                               AND SDLateFeeDate = 0
                               AND SDMinimum > 0
                           PERFORM Total-Received-By-Due
                           IF WSReceived < SDMinimum
                               SET WSLateFeeDue TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WSLateFeeDue
               MOVE WSClassFee TO WSLateFee
           END-IF.

       Total-Received-By-Due.
           MOVE 0 TO WSReceived
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END
                           PERFORM Count-One-Receipt
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Count-One-Receipt.
           IF LedgIDNum = IDNum
                   AND (LedgIsPayment OR LedgIsAutopay
                       OR LedgIsIVRPayment OR LedgIsCardPayment
                       OR LedgIsAgencyPayment)
                   AND LedgPostDate > SDStmtDate
                   AND LedgPostDate <= SDDueDate
               SUBTRACT LedgAmount FROM WSReceived
           END-IF.

       Finalization.
           IF WSDueOpen
               CLOSE DueFile
           END-IF
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "  Balances charged: " WSProcessedCount
           DISPLAY "  Balances skipped: " WSSkippedCount
           DISPLAY "  Late fees charged: " WSLateFeeCount
           DISPLAY "  Hardship relief given: " WSHardshipCount
           DISPLAY "  Already charged this period (skipped): "
               WSGuardSkipCount
           DISPLAY "  Charged again under override: "
               WSGuardRerunCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSProcessedCount.

       Check-Period-Open.
