      *> does: an active legal hold skips the customer, and a
      *> charge that would push the Balance past the credit limit
      *> (CREDGET) lands on CreditReview.dat instead of posting.
      *> Modification History:
      *>   Each posted charge is now taxed through TAXCALC against
      *>   the TaxJuris.dat jurisdiction covering the customer's
      *>   State/Zip.  The tax posts as its own TX ledger row (so
      *>   gljournal.cob books it to tax payable, not revenue),
      *>   every charge - taxed, exempt or non-taxable - is logged
      *>   through TAXLOG for taxrpt.cob, and the credit-limit test
      *>   now counts the tax the charge would bring with it.
      *>   A customer holding a promotion on PromoAssign.dat
      *>   (promomaint.cob) has it applied as each charge bills:
      *>   the Promo.dat table gives the percent or flat amount,
      *>   the services it covers, how many months it runs and
      *>   when the offer expires.  The discount posts as its own
      *>   PD ledger row right behind the charge (so the statement
      *>   shows it), is logged by code through PROMOLOG for
      *>   promorpt.cob, and comes off the amount taxed and the
      *>   amount tested against the credit limit.  A promotion
      *>   past its months or its expiry date drops off by itself,
      *>   with a note - no more monthly credits keyed by hand.
      *>   A customer in an approved hardship program that
      *>   suppresses fees (HARDSTAT, kept by hardmaint.cob) has
      *>   each recurring charge waived for the period instead of
      *>   posted - the row is marked billed so it is not caught up
      *>   after the program ends - and the amount is logged
      *>   through HARDLOG for hardrpt.cob.
      *>   The service row's billed period is only marked after
      *>   the charge, promotion and tax have posted, so a failure
      *>   in between could still bill twice on a rerun.  Each
      *>   customer billed is now also recorded against the open
      *>   period on RunGuard.dat (RUNGUARD); a rerun skips and
      *>   lists the customers already billed unless a supervisor
      *>   has granted a rerun override through lockutil.cob.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   A customer is recorded done on RunGuard.dat only
      *>   after all of their due charges have been handled,
      *>   not at the first one posted, so a rerun after a run
      *>   stopped part-way through a customer bills their
      *>   remaining services.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReviewFile ASSIGN TO "CreditReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReviewStatus.
           SELECT PromoFile ASSIGN TO "Promo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPromoStatus.
           SELECT AssignFile ASSIGN TO "PromoAssign.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAIDNum
               FILE STATUS IS WSAssignStatus.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                  PIC X(01).
           02 RVDate                   PIC 9(08).

      *> Promotion table - one offer per line.  A percent offer
      *> carries the percent in PRValue (050.00 = half off); a
      *> flat offer carries dollars off the month.  Services all
      *> spaces means every service.
       FD PromoFile.
       01 PromoRecord.
           02 PRCode                  PIC X(06).
           02 PRDesc                   PIC X(20).
           02 PRType                   PIC X(01).
           02 PRValue                  PIC 9(03)V99.
           02 PRSvcCode                PIC X(04) OCCURS 3 TIMES.
           02 PRMonths                 PIC 9(02).
           02 PRExpires                PIC 9(08).

       FD AssignFile.
       01 AssignRecord.
           02 PAIDNum                 PIC 9(05).
           02 PACode                   PIC X(06).
           02 PAStatus                 PIC X(01).
               88 PAActive             VALUE 'A'.
               88 PAEnded              VALUE 'E'.
           02 PAStartDate              PIC 9(08).
           02 PAMonthsUsed             PIC 9(02).
           02 PALastPeriod             PIC 9(06).
           02 PAEndDate                PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSChargeStatus               PIC X(02).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSTaxAmount                  PIC S9(07)V99.
       01 WSTaxJuris                   PIC X(06).
       01 WSTaxCert                    PIC X(15).
       01 WSTaxStatus                  PIC X(01).
           88 WSChargeTaxed            VALUE 'T'.
       01 WSTaxTotal                   PIC 9(09)V99 VALUE 0.
       01 WSPromoStatus                PIC X(02).
       01 WSAssignStatus               PIC X(02).
       01 WSAssignOpenFlag            PIC X(01) VALUE 'N'.
           88 WSAssignOpen             VALUE 'Y'.
       01 WSAssignFoundFlag           PIC X(01) VALUE 'N'.
           88 WSAssignFound            VALUE 'Y'.
       01 WSPromoEOF                   PIC X(01) VALUE 'N'.
       01 WSPromoCount                 PIC 9(03) VALUE 0.
       01 WSPromoSub                   PIC 9(03).
       01 WSSvcSub                     PIC 9(01).
       01 WSEligibleFlag              PIC X(01).
           88 WSEligible               VALUE 'Y'.
       01 WSDiscount                   PIC S9(07)V99.
       01 WSDiscountPost               PIC S9(07)V99.
       01 WSNetAmount                  PIC S9(07)V99.
       01 WSDiscountTotal              PIC 9(09)V99 VALUE 0.
       01 WSDroppedCount               PIC 9(05) VALUE 0.
       01 WSNoteText                   PIC X(60).
       01 WSEndReason                  PIC X(20).
       01 WSHardshipFlag              PIC X(01).
           88 WSOnHardship             VALUE 'Y'.
       01 WSHardshipRate               PIC 9V999.
       01 WSFeeReliefFlag             PIC X(01).
           88 WSFeeRelief              VALUE 'Y'.
       01 WSWaivedAmount               PIC S9(07)V99.
       01 WSWaivedCount                PIC 9(05) VALUE 0.
       01 WSWaivedTotal                PIC 9(09)V99 VALUE 0.
       01 WSGuardAction                PIC X(04).
       01 WSGuardPeriod                PIC X(08).
       01 WSGuardIDNum                 PIC 9(05) VALUE 0.
       01 WSGuardResult               PIC X(01).
           88 WSGuardDone              VALUE 'Y'.
           88 WSGuardOverridden        VALUE 'O'.
       01 WSGuardReply                 PIC X(01).
       01 WSGuardPendingIDNum          PIC 9(05) VALUE 0.
       01 WSGuardPendingFlag          PIC X(01) VALUE 'N'.
           88 WSGuardPending           VALUE 'Y'.
       01 WSGuardSkipCount             PIC 9(05) VALUE 0.
       01 WSGuardRerunCount            PIC 9(05) VALUE 0.

      *> Promo.dat, loaded once at the start of the run.
       01 WSPromoTable.
           02 WSPromoEntry OCCURS 100 TIMES.
               03 WSPRCode             PIC X(06).
               03 WSPRType             PIC X(01).
                   88 WSPRPercent      VALUE 'P'.
                   88 WSPRFlat         VALUE 'F'.
               03 WSPRValue            PIC 9(03)V99.
               03 WSPRSvcCode          PIC X(04) OCCURS 3 TIMES.
               03 WSPRMonths           PIC 9(02).
               03 WSPRExpires          PIC 9(08).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPostedCount
           PERFORM Check-Period-Open
           MOVE WSToday(7:2) TO WSTodayDay
           MOVE WSOpenPeriod TO WSGuardPeriod
           OPEN I-O ChargeFile
           IF WSChargeStatus NOT = "00"
               DISPLAY "No recurring-charge master on file - "
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM Load-Promotions
      *> The open result is captured once - the per-customer
      *> assignment READs overwrite the live file status.
           OPEN I-O AssignFile
           IF WSAssignStatus = "00"
               SET WSAssignOpen TO TRUE
           END-IF
           DISPLAY "RECURRING CHARGE GENERATION FOR " WSToday
           DISPLAY "--------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
                   NOT AT END PERFORM Consider-One-Charge
               END-READ
           END-PERFORM
           PERFORM Flush-Run-Guard
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CLOSE ChargeFile
           IF WSAssignOpen
               CLOSE AssignFile
           END-IF
           DISPLAY "--------------------------------"
           MOVE WSPostedTotal TO WSBalanceEdit
           DISPLAY "Charges posted:  " WSPostedCount
               "  " WSBalanceEdit
           MOVE WSDiscountTotal TO WSBalanceEdit
           DISPLAY "Promotional discounts:   " WSBalanceEdit
           DISPLAY "Promotions ended:        " WSDroppedCount
           MOVE WSTaxTotal TO WSBalanceEdit
           DISPLAY "Sales tax posted:        " WSBalanceEdit
           DISPLAY "Charges held:    " WSHeldCount
           MOVE WSWaivedTotal TO WSBalanceEdit
           DISPLAY "Charges waived (hardship): " WSWaivedCount
               "  " WSBalanceEdit
           DISPLAY "Charges skipped: " WSSkippedCount
           DISPLAY "Customers already billed (skipped): "
               WSGuardSkipCount
           DISPLAY "Customers billed again under override: "
               WSGuardRerunCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPostedCount
           GOBACK.

                   MOVE WSCustCycle TO WSBillDay
               END-IF
               IF WSBillDay = WSTodayDay
                   PERFORM Check-Run-Guard
               END-IF
           END-IF.

      *> The guard is asked once per customer - the master is in
      *> customer order.  A customer is only recorded done for the
      *> period once all of their due charges have been handled,
      *> at the break to the next customer due or at the end of
      *> the master, so a run that stops part-way through a
      *> customer leaves them to be finished on the rerun (each
      *> service row's billed period keeps the rows that did post
      *> from billing twice).

       Check-Run-Guard.
           IF RCIDNum NOT = WSGuardIDNum
               PERFORM Flush-Run-Guard
               MOVE RCIDNum TO WSGuardIDNum
               MOVE "TEST" TO WSGuardAction
               CALL 'RUNGUARD' USING WSGuardAction, WSProgramId,
                   WSGuardIDNum, WSGuardPeriod, WSGuardResult
               EVALUATE TRUE
                   WHEN WSGuardDone
                       ADD 1 TO WSGuardSkipCount
                       DISPLAY "SKIPPED " RCIDNum " - already billed "
                           "for " WSGuardPeriod
                   WHEN WSGuardOverridden
                       ADD 1 TO WSGuardRerunCount
                       DISPLAY "RERUN   " RCIDNum " - billed again "
                           "under supervisor override"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT WSGuardDone
               PERFORM Bill-One-Charge
           END-IF.

       Record-Run-Guard.
           MOVE IDNum TO WSGuardPendingIDNum
           SET WSGuardPending TO TRUE.

       Flush-Run-Guard.
           IF WSGuardPending
               MOVE "DONE" TO WSGuardAction
               CALL 'RUNGUARD' USING WSGuardAction, WSProgramId,
                   WSGuardPendingIDNum, WSGuardPeriod, WSGuardReply
               MOVE 'N' TO WSGuardPendingFlag
           END-IF.

       Bill-One-Charge.
           MOVE RCIDNum TO IDNum
           READ CustomerFile
                       " - no usable customer"
               WHEN OTHER
                   CALL 'LEGALHLD' USING IDNum, WSLegalFlag
                   CALL 'HARDSTAT' USING IDNum, WSHardshipFlag,
                       WSHardshipRate, WSFeeReliefFlag
                   EVALUATE TRUE
                       WHEN WSOnLegalHold
                           ADD 1 TO WSSkippedCount
                       WHEN WSOnHardship AND WSFeeRelief
                           PERFORM Waive-One-Charge
                       WHEN OTHER
                           PERFORM Post-Or-Hold
                   END-EVALUATE
           END-EVALUATE.

       Waive-One-Charge.
           MOVE WSOpenPeriod TO RCLastBilled
           REWRITE ChargeRecord
           MOVE RCAmount TO WSWaivedAmount
           CALL 'HARDLOG' USING WSProgramId, IDNum, "S",
               WSWaivedAmount
           PERFORM Record-Run-Guard
           ADD 1 TO WSWaivedCount
           ADD RCAmount TO WSWaivedTotal
           MOVE RCAmount TO WSBalanceEdit
           DISPLAY "WAIVED  " IDNum " " RCSvcCode " "
               WSBalanceEdit "  hardship program".

       Post-Or-Hold.
           MOVE RCAmount TO WSPostAmount
           PERFORM Find-Promotion
           COMPUTE WSNetAmount = WSPostAmount - WSDiscount
           CALL 'TAXCALC' USING IDNum, State, Zip, RCSvcCode,
               WSNetAmount, WSTaxAmount, WSTaxJuris, WSTaxCert,
               WSTaxStatus
           CALL 'CREDGET' USING IDNum, WSCreditLimit,
               WSLimitFoundFlag
           IF WSLimitFound
                   AND Balance + WSNetAmount + WSTaxAmount
                       > WSCreditLimit
               PERFORM Hold-For-Credit-Review
           ELSE
               PERFORM Post-One-Charge
           END-IF.

       Post-One-Charge.
           ADD WSNetAmount TO Balance
           ADD WSTaxAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "BF", WSPostAmount
           IF WSDiscount > 0
               PERFORM Post-Promotional-Discount
           END-IF
           PERFORM Post-Charge-Tax
           MOVE WSOpenPeriod TO RCLastBilled
           REWRITE ChargeRecord
           PERFORM Record-Run-Guard
           ADD 1 TO WSPostedCount
           ADD RCAmount TO WSPostedTotal
           MOVE RCAmount TO WSBalanceEdit
           DISPLAY "POSTED  " IDNum " " RCSvcCode " "
               WSBalanceEdit "  " RCDesc.

      *> The tax rides on its own TX row right behind the charge;
      *> the detail row is written whatever the outcome, so exempt
      *> and non-taxable sales reach the liability report too.

       Post-Charge-Tax.
           IF WSTaxAmount NOT = 0
               CALL 'LEDGPOST' USING IDNum, "TX", WSTaxAmount
               ADD WSTaxAmount TO WSTaxTotal
           END-IF
           CALL 'TAXLOG' USING WSProgramId, IDNum, RCSvcCode,
               WSNetAmount, WSTaxAmount, WSTaxJuris, WSTaxCert,
               WSTaxStatus
           IF WSChargeTaxed
               MOVE WSTaxAmount TO WSBalanceEdit
               DISPLAY "    TAX " IDNum " " RCSvcCode " "
                   WSBalanceEdit "  " WSTaxJuris
           END-IF.

       Hold-For-Credit-Review.
           OPEN EXTEND ReviewFile
           IF WSReviewStatus = "35"
               OPEN OUTPUT ReviewFile
           END-IF
           MOVE IDNum TO RVIDNum
           MOVE WSNetAmount TO RVAmount
           MOVE WSToday TO RVDate
           WRITE ReviewRecord
           CLOSE ReviewFile
           DISPLAY "HELD    " IDNum " " RCSvcCode " "
               WSBalanceEdit " - over credit limit".

      *> The promotion's month is counted the first time it
      *> discounts a charge in a period - a flat offer takes its
      *> whole amount off that one charge.

       Post-Promotional-Discount.
           COMPUTE WSDiscountPost = WSDiscount * -1
           CALL 'LEDGPOST' USING IDNum, "PD", WSDiscountPost
           CALL 'PROMOLOG' USING WSProgramId, IDNum, PACode,
               RCSvcCode, WSDiscount
           IF PALastPeriod NOT = WSOpenPeriod
               ADD 1 TO PAMonthsUsed
               MOVE WSOpenPeriod TO PALastPeriod
           END-IF
           REWRITE AssignRecord
           ADD WSDiscount TO WSDiscountTotal
           MOVE WSDiscount TO WSBalanceEdit
           DISPLAY "  PROMO " IDNum " " RCSvcCode " "
               WSBalanceEdit "  " PACode.

       Load-Promotions.
           OPEN INPUT PromoFile
           IF WSPromoStatus = "00"
               PERFORM UNTIL WSPromoEOF = 'Y'
                   READ PromoFile
                       AT END MOVE 'Y' TO WSPromoEOF
                       NOT AT END
                           IF WSPromoCount < 100
                               ADD 1 TO WSPromoCount
                               MOVE PRCode TO WSPRCode(WSPromoCount)
                               MOVE PRType TO WSPRType(WSPromoCount)
                               MOVE PRValue
                                   TO WSPRValue(WSPromoCount)
                               MOVE PRSvcCode(1)
                                   TO WSPRSvcCode(WSPromoCount, 1)
                               MOVE PRSvcCode(2)
                                   TO WSPRSvcCode(WSPromoCount, 2)
                               MOVE PRSvcCode(3)
                                   TO WSPRSvcCode(WSPromoCount, 3)
                               MOVE PRMonths
                                   TO WSPRMonths(WSPromoCount)
                               MOVE PRExpires
                                   TO WSPRExpires(WSPromoCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

      *> WSDiscount comes back zero unless the customer holds a
      *> live promotion covering this service.  A promotion found
      *> to be over is ended on the spot.

       Find-Promotion.
           MOVE 0 TO WSDiscount
           MOVE 'N' TO WSAssignFoundFlag
           IF WSAssignOpen
               MOVE IDNum TO PAIDNum
               READ AssignFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WSAssignFound TO TRUE
               END-READ
           END-IF
           IF WSAssignFound AND PAActive
               PERFORM VARYING WSPromoSub FROM 1 BY 1
                       UNTIL WSPromoSub > WSPromoCount
                       OR WSPRCode(WSPromoSub) = PACode
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN WSPromoSub > WSPromoCount
                       MOVE "NO LONGER OFFERED" TO WSEndReason
                       PERFORM End-Promotion
                   WHEN WSToday > WSPRExpires(WSPromoSub)
                       MOVE "OFFER EXPIRED" TO WSEndReason
                       PERFORM End-Promotion
                   WHEN PAMonthsUsed >= WSPRMonths(WSPromoSub)
                           AND PALastPeriod NOT = WSOpenPeriod
                       MOVE "ALL MONTHS GIVEN" TO WSEndReason
                       PERFORM End-Promotion
                   WHEN OTHER
                       PERFORM Work-Out-Discount
               END-EVALUATE
           END-IF.

       Work-Out-Discount.
           MOVE 'N' TO WSEligibleFlag
           IF WSPRSvcCode(WSPromoSub, 1) = SPACES
                   AND WSPRSvcCode(WSPromoSub, 2) = SPACES
                   AND WSPRSvcCode(WSPromoSub, 3) = SPACES
               SET WSEligible TO TRUE
           END-IF
           PERFORM VARYING WSSvcSub FROM 1 BY 1 UNTIL WSSvcSub > 3
               IF WSPRSvcCode(WSPromoSub, WSSvcSub) = RCSvcCode
                   SET WSEligible TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WSEligible
                   CONTINUE
               WHEN WSPRPercent(WSPromoSub)
                   COMPUTE WSDiscount ROUNDED =
                       RCAmount * WSPRValue(WSPromoSub) / 100
               WHEN WSPRFlat(WSPromoSub)
                       AND PALastPeriod NOT = WSOpenPeriod
                   MOVE WSPRValue(WSPromoSub) TO WSDiscount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSDiscount > RCAmount
               MOVE RCAmount TO WSDiscount
           END-IF.

       End-Promotion.
           SET PAEnded TO TRUE
           MOVE WSToday TO PAEndDate
           REWRITE AssignRecord
           MOVE SPACES TO WSNoteText
           STRING "PROMOTION " DELIMITED BY SIZE
               PACode DELIMITED BY SPACE
               " ENDED - " DELIMITED BY SIZE
               WSEndReason DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           ADD 1 TO WSDroppedCount
           DISPLAY "  ENDED " IDNum " promotion " PACode.

       Check-Period-Open.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag,
