      *>   instead of a paper check, with the register showing
      *>   the method per customer and separate control totals
      *>   the bank and the check printer can each verify.
      *>   A closed (deleted) account whose final bill left it in
      *>   credit (FINALST against AcctClose.dat, set by
      *>   finalbill.cob) is refunded the same way - before this the
      *>   last credit of a closed account was never paid back.
      *>   A customer on budget billing (BUDGSTAT) is not refunded -
      *>   a credit balance there is the levelized installments
      *>   running ahead of the season's charges, and budgetbill.cob
      *>   settles it at the plan's annual true-up.
      *>   Every check cut is also logged on PosPayLog.dat (check
      *>   number, amount, payee, issue date) for pospay.cob to
      *>   send the bank as the day's positive-pay issue file.
      *>   A duplicate payment confirmed through dupconfirm.cob
      *>   (DupPay.dat) is refunded whatever the usual rules say -
      *>   budget billing or a credit under the minimum - up to the
      *>   credit actually on the account, and the rows it covered
      *>   are marked refunded so it goes back only once.
      *>   A customer with a confirmed sanctions watch-list match
      *>   (SANCTHLD, confirmed through sanctreview.cob) is never
      *>   refunded - not even a confirmed duplicate payment - and
      *>   is counted on the register as held.
      *>   Refund fraud red flags: a refund is held instead of paid
      *>   when the master address (a CHANGE row carrying an
      *>   address image), an alternate address (ALTADR) or the
      *>   autopay bank account (BANKCH) changed on CustAudit.dat
      *>   within REFUND-HOLD-DAYS, or when a payment posted within
      *>   PAYMENT-CLEAR-DAYS has not had time to clear.  The hold
      *>   goes on RefundHold.dat with the reasons and the change's
      *>   before/after images; refundrel.cob lets a supervisor
      *>   release it to the next run or cancel it.  A cancelled
      *>   refund stays stopped until the credit changes.
      *>   The enrollment's account number is now a vault token;
      *>   the ACH credit resolves it through BANKVLT as it is
      *>   written.  A token the vault cannot resolve pays by
      *>   paper check instead.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   CustAudit.dat rows are read at their full width, the
      *>   170-byte row plus the chain link after it, so the
      *>   link no longer comes back as a row of its own.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run. A bank account changed by an ACH notification
      *>   of change (NOC, achnoc.cob) now holds a refund the
      *>   same as one keyed (BANKCH).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WSAutopayStatus.
           SELECT ACHCreditFile ASSIGN TO "ACHCredit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PosPayLogFile ASSIGN TO "PosPayLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPosPayStatus.
           SELECT DupFile ASSIGN TO "DupPay.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DPKey
               FILE STATUS IS WSDupStatus.
           SELECT HoldFile ASSIGN TO "RefundHold.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RHIDNum
               FILE STATUS IS WSHoldStatus.
           SELECT AuditFile ASSIGN TO "CustAudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAuditStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APRouting                PIC 9(09).
           02 APAccount.
               03 APAcctToken          PIC X(11).
               03 FILLER               PIC X(02).
               03 APAcctLast4          PIC X(04).
           02 APDebitDay               PIC 9(02).
           02 APReturnCount            PIC 9(02).
           02 APPrenoteStatus          PIC X(01).
           02 APPrenoteDate            PIC 9(08).

      *> Bank's fixed-width layout, same shape achdebit.cob
      *> writes for debits.
           02 ACH-IDNum                PIC 9(05).
           02 ACH-Name                 PIC X(31).

      *> Positive-pay log - one row per check issued or voided,
      *> shared with checkvoid.cob and read by pospay.cob.
       FD PosPayLogFile.
       01 PosPayLogRecord.
           02 PLType                  PIC X(01).
               88 PLIssue              VALUE 'I'.
               88 PLVoid               VALUE 'V'.
           02 PLCheckNo                PIC 9(06).
           02 PLAmount                 PIC 9(07)V99.
           02 PLIssueDate              PIC 9(08).
           02 PLPayee                  PIC X(31).
           02 PLLogDate                PIC 9(08).

      *> Same layout duppayrpt.cob writes.
       FD DupFile.
       01 DupRecord.
           02 DPKey.
               03 DPIDNum             PIC 9(05).
               03 DPLaterDate          PIC 9(08).
               03 DPLaterRunId         PIC 9(06).
               03 DPLaterSeq           PIC 9(02).
           02 DPLaterCode              PIC X(02).
           02 DPLaterProgram           PIC X(10).
           02 DPLaterAmount            PIC 9(07)V99.
           02 DPFirstDate              PIC 9(08).
           02 DPFirstCode              PIC X(02).
           02 DPFirstProgram           PIC X(10).
           02 DPFirstRunId             PIC 9(06).
           02 DPFirstAmount            PIC 9(07)V99.
           02 DPStatus                 PIC X(01).
               88 DPSuspect            VALUE 'S'.
               88 DPConfirmed          VALUE 'C'.
               88 DPDismissed          VALUE 'X'.
               88 DPRefunded           VALUE 'R'.
           02 DPFoundDate              PIC 9(08).
           02 DPActionDate             PIC 9(08).
           02 DPRefundAmount           PIC 9(07)V99.

      *> Red-flag refund holds - one row per customer, the latest
      *> hold, worked by refundrel.cob.
       FD HoldFile.
       01 HoldRecord.
           02 RHIDNum                 PIC 9(05).
           02 RHHeldDate               PIC 9(08).
           02 RHAmount                 PIC 9(07)V99.
           02 RHReasons.
               03 RHAddressFlag       PIC X(01).
               03 RHAltAddrFlag        PIC X(01).
               03 RHBankFlag           PIC X(01).
               03 RHUnclearedFlag      PIC X(01).
           02 RHUncleared              PIC 9(07)V99.
           02 RHChangeDate             PIC 9(08).
           02 RHChangeProgram          PIC X(10).
           02 RHChangeEvent            PIC X(06).
           02 RHBefore                 PIC X(40).
           02 RHAfter                  PIC X(40).
           02 RHStatus                 PIC X(01).
               88 RHHeld               VALUE 'H'.
               88 RHReleased           VALUE 'R'.
               88 RHCancelled          VALUE 'C'.
               88 RHPaid               VALUE 'P'.
           02 RHDecidedDate            PIC 9(08).
           02 RHOperator               PIC X(08).
           02 RHPaidDate               PIC 9(08).

       FD AuditFile.
       01 AuditRecord.
           02 AuditRow                PIC X(170).
           02 FILLER                   PIC X(46).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "REFUNDEXT".
       01 WSAddrType                   PIC X(01) VALUE 'B'.
       01 WSOutChecksStatus            PIC X(02).
       01 WSSerialStatus               PIC X(02).
       01 WSPosPayStatus               PIC X(02).
       01 WSCheckSerial                PIC 9(06) VALUE 0.
       01 WSAutopayStatus              PIC X(02).
       01 WSBankAccount                PIC X(17).
       01 WSVaultResult               PIC X(01).
           88 WSVaultResolved          VALUE 'Y'.
       01 WSAutopayOpenFlag           PIC X(01) VALUE 'N'.
           88 WSAutopayOpen            VALUE 'Y'.
       01 WSEnrollFoundFlag           PIC X(01).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSFinalFlag                 PIC X(01).
           88 WSFinalBilled            VALUE 'Y'.
       01 WSBudgetHeldCount            PIC 9(05) VALUE 0.
       01 WSBudgetFlag                PIC X(01).
           88 WSOnBudget               VALUE 'Y'.
       01 WSBudgetDue                  PIC 9(07)V99.
       01 WSBudgetInstallment          PIC 9(05)V99.
       01 WSDupStatus                  PIC X(02).
       01 WSDupOpenFlag               PIC X(01) VALUE 'N'.
           88 WSDupOpen                VALUE 'Y'.
       01 WSDupEOF                    PIC X(01).
       01 WSDupTotal                   PIC 9(07)V99.
       01 WSDupRemaining               PIC 9(07)V99.
       01 WSDupRefundCount             PIC 9(05) VALUE 0.
       01 WSSanctionHeldCount          PIC 9(05) VALUE 0.
       01 WSHoldStatus                 PIC X(02).
       01 WSAuditStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSHoldFoundFlag             PIC X(01).
           88 WSHoldFound              VALUE 'Y'.
       01 WSScanEOF                    PIC X(01).
       01 WSHoldDays                   PIC 9(03) VALUE 30.
       01 WSClearDays                  PIC 9(03) VALUE 10.
       01 WSChangeCutoff               PIC 9(08).
       01 WSClearCutoff                PIC 9(08).
       01 WSRedFlags.
           02 WSAddressFlag           PIC X(01).
           02 WSAltAddrFlag            PIC X(01).
           02 WSBankFlag               PIC X(01).
           02 WSUnclearedFlag          PIC X(01).
       01 WSUncleared                  PIC S9(09)V99.
       01 WSChangeDate                 PIC 9(08).
       01 WSChangeProgram              PIC X(10).
       01 WSChangeEvent                PIC X(06).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSRedFlagHeldCount           PIC 9(05) VALUE 0.
       01 WSReleasedCount              PIC 9(05) VALUE 0.
       01 WSCancelledCount             PIC 9(05) VALUE 0.
       01 WSReasonText                 PIC X(40).
       01 WSNoteText                   PIC X(60).
       01 WSSanctionFlag              PIC X(01).
           88 WSSanctionHold           VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
               COMPUTE WSMinimumCredit = WSMinimumDigits / 100
           END-IF
           PERFORM Check-Period-Open
      *> Red-flag windows come from RunParams.dat, both 9(3) days:
      *> REFUND-HOLD-DAYS (address/bank changes, 30 is the
      *> documented default) and PAYMENT-CLEAR-DAYS (payments not
      *> yet cleared, 10 is the documented default).
           MOVE "REFUND-HOLD-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSHoldDays
           END-IF
           MOVE "PAYMENT-CLEAR-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSClearDays
           END-IF
           COMPUTE WSChangeCutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSPostDate) - WSHoldDays)
           COMPUTE WSClearCutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSPostDate) - WSClearDays)
           OPEN I-O HoldFile
      *> First hold ever - create the queue, then reopen for
      *> keyed update.
           IF WSHoldStatus = "35"
               OPEN OUTPUT HoldFile
               CLOSE HoldFile
               OPEN I-O HoldFile
           END-IF
           IF WSHoldStatus NOT = "00"
               DISPLAY "RefundHold.dat I/O error - status "
                   WSHoldStatus
               PERFORM File-Error-Abend
           END-IF
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT RefundFile
           OPEN OUTPUT ACHCreditFile
      *> The open result is captured once - the per-customer
      *> enrollment READs overwrite the live file status.
           OPEN INPUT AutopayFile
           IF WSAutopayStatus = "00"
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               SET WSAutopayOpen TO TRUE
           END-IF
           OPEN I-O DupFile
           IF WSDupStatus = "00"
               SET WSDupOpen TO TRUE
           END-IF
           DISPLAY "REFUND REGISTER"
           DISPLAY "---------------"
           PERFORM UNTIL WSEOF = 'Y'
                       IF IsNotDeleted AND StatusActive
                           PERFORM Consider-One-Refund
                       END-IF
                       IF IsDeleted AND Balance < 0
                           CALL 'FINALST' USING IDNum, WSFinalFlag
                           IF WSFinalBilled
                               PERFORM Consider-One-Refund
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RefundFile
           IF WSAutopayOpen
               CLOSE AutopayFile
           END-IF
           IF WSDupOpen
               CLOSE DupFile
           END-IF
           CLOSE HoldFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
               "  " WSBalanceEdit
           MOVE WSRefundTotal TO WSBalanceEdit
           DISPLAY "Refund control total:  " WSBalanceEdit
           DISPLAY "Held (budget billing): " WSBudgetHeldCount
           DISPLAY "Held (sanctions):      " WSSanctionHeldCount
           DISPLAY "Held (red flags):      " WSRedFlagHeldCount
           DISPLAY "Released and paid:     " WSReleasedCount
           DISPLAY "Cancelled by review:   " WSCancelledCount
           DISPLAY "Duplicate payments:    " WSDupRefundCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRefundCount
           GOBACK.

       Consider-One-Refund.
           IF Balance < 0
               CALL 'SANCTHLD' USING IDNum, WSSanctionFlag
           ELSE
               MOVE 'N' TO WSSanctionFlag
           END-IF
           IF WSSanctionHold
               ADD 1 TO WSSanctionHeldCount
               DISPLAY "HELD     " IDNum " - sanctions match"
           END-IF
           IF Balance < 0 AND NOT WSSanctionHold
               CALL 'BUDGSTAT' USING IDNum, WSBudgetFlag,
                   WSBudgetDue, WSBudgetInstallment
               COMPUTE WSRefundAmount = Balance * -1
               PERFORM Total-Confirmed-Duplicates
               EVALUATE TRUE
                   WHEN WSDupTotal > 0 AND (WSOnBudget
                           OR WSRefundAmount NOT > WSMinimumCredit)
                       IF WSDupTotal < WSRefundAmount
                           MOVE WSDupTotal TO WSRefundAmount
                       END-IF
                       PERFORM Screen-One-Refund
                   WHEN WSOnBudget
                       ADD 1 TO WSBudgetHeldCount
                   WHEN WSRefundAmount > WSMinimumCredit
                       PERFORM Screen-One-Refund
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> A supervisor's decision on an earlier hold stands: still
      *> held waits, released pays (whatever the red flags now say)
      *> and cancelled stays stopped while the credit is the amount
      *> that was cancelled.  Anything else is screened afresh.

       Screen-One-Refund.
           MOVE 'N' TO WSHoldFoundFlag
           MOVE IDNum TO RHIDNum
           READ HoldFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WSHoldFound TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WSHoldFound AND RHHeld
                   ADD 1 TO WSRedFlagHeldCount
                   DISPLAY "HELD     " IDNum
                       " - awaiting supervisor review"
               WHEN WSHoldFound AND RHReleased
                   PERFORM Write-One-Refund
                   SET RHPaid TO TRUE
                   MOVE WSPostDate TO RHPaidDate
                   REWRITE HoldRecord
                   END-REWRITE
                   ADD 1 TO WSReleasedCount
               WHEN WSHoldFound AND RHCancelled
                       AND RHAmount = WSRefundAmount
                   ADD 1 TO WSCancelledCount
               WHEN OTHER
                   PERFORM Check-Red-Flags
                   IF WSRedFlags = SPACES
                       PERFORM Write-One-Refund
                   ELSE
                       PERFORM Queue-Held-Refund
                   END-IF
           END-EVALUATE.

       Check-Red-Flags.
           MOVE SPACES TO WSRedFlags
           MOVE 0 TO WSChangeDate
           MOVE SPACES TO WSChangeProgram
           MOVE SPACES TO WSChangeEvent
           MOVE SPACES TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           PERFORM Scan-Audit-Trail
           PERFORM Scan-Uncleared-Payments.

      *> AUDITLOG writes fixed positions: date (1:8), program
      *> (28:10), event (39:6), ID= value (49:5), before image
      *> (63:40), after image (112:40).  The trail is in time
      *> order, so the last qualifying row is the latest change.

       Scan-Audit-Trail.
           MOVE 'N' TO WSScanEOF
           OPEN INPUT AuditFile
           IF WSAuditStatus = "00"
               PERFORM UNTIL WSScanEOF = 'Y'
                   READ AuditFile
                       AT END MOVE 'Y' TO WSScanEOF
                       NOT AT END
                           IF AuditRecord(1:8) IS NUMERIC
                                   AND AuditRecord(1:8)
                                       >= WSChangeCutoff
                                   AND AuditRecord(49:5) = IDNum
                                   AND AuditRecord(63:40)
                                       NOT = AuditRecord(112:40)
                               PERFORM Test-One-Change
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

      *> updatefile.cob and addrchg.cob log an address change as
      *> CHANGE with street (25) + space + ZIP images, so a ZIP in
      *> image positions 27-31 tells it from a name change.  The
      *> autopay bank account changes as BANKCH when keyed through
      *> autopaymaint.cob and as NOC when achnoc.cob applies the
      *> bank's notification of change.

       Test-One-Change.
           EVALUATE AuditRecord(39:6)
               WHEN "CHANGE"
                   IF AuditRecord(138:5) IS NUMERIC
                       MOVE 'A' TO WSAddressFlag
                       PERFORM Keep-Latest-Change
                   END-IF
               WHEN "ALTADR"
                   MOVE 'M' TO WSAltAddrFlag
                   PERFORM Keep-Latest-Change
               WHEN "BANKCH"
               WHEN "NOC   "
                   MOVE 'B' TO WSBankFlag
                   PERFORM Keep-Latest-Change
           END-EVALUATE.

       Keep-Latest-Change.
           MOVE AuditRecord(1:8) TO WSChangeDate
           MOVE AuditRecord(28:10) TO WSChangeProgram
           MOVE AuditRecord(39:6) TO WSChangeEvent
           MOVE AuditRecord(63:40) TO WSAuditBefore
           MOVE AuditRecord(112:40) TO WSAuditAfter.

      *> Payments are credits (negative) on the ledger; anything
      *> taken inside the clearing window can still come back.

       Scan-Uncleared-Payments.
           MOVE 0 TO WSUncleared
           MOVE 'N' TO WSScanEOF
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSScanEOF = 'Y'
                   READ LedgerFile
                       AT END MOVE 'Y' TO WSScanEOF
                       NOT AT END
                           IF LedgIDNum = IDNum
                                   AND LedgPostDate >= WSClearCutoff
                                   AND (LedgIsPayment OR LedgIsAutopay
                                       OR LedgIsIVRPayment
                                       OR LedgIsCardPayment)
                               SUBTRACT LedgAmount FROM WSUncleared
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF
           IF WSUncleared > 0
               MOVE 'P' TO WSUnclearedFlag
           END-IF.

       Queue-Held-Refund.
           MOVE IDNum TO RHIDNum
           MOVE WSPostDate TO RHHeldDate
           MOVE WSRefundAmount TO RHAmount
           MOVE SPACES TO RHReasons
           IF WSAddressFlag NOT = SPACE
               MOVE 'Y' TO RHAddressFlag
           END-IF
           IF WSAltAddrFlag NOT = SPACE
               MOVE 'Y' TO RHAltAddrFlag
           END-IF
           IF WSBankFlag NOT = SPACE
               MOVE 'Y' TO RHBankFlag
           END-IF
           IF WSUnclearedFlag NOT = SPACE
               MOVE 'Y' TO RHUnclearedFlag
           END-IF
           MOVE 0 TO RHUncleared
           IF WSUncleared > 0
               MOVE WSUncleared TO RHUncleared
           END-IF
           MOVE WSChangeDate TO RHChangeDate
           MOVE WSChangeProgram TO RHChangeProgram
           MOVE WSChangeEvent TO RHChangeEvent
           MOVE WSAuditBefore TO RHBefore
           MOVE WSAuditAfter TO RHAfter
           SET RHHeld TO TRUE
           MOVE 0 TO RHDecidedDate
           MOVE SPACES TO RHOperator
           MOVE 0 TO RHPaidDate
           IF WSHoldFound
               REWRITE HoldRecord
               END-REWRITE
           ELSE
               WRITE HoldRecord
               END-WRITE
           END-IF
           IF WSHoldStatus NOT = "00"
               DISPLAY "RefundHold.dat I/O error - status "
                   WSHoldStatus
               PERFORM File-Error-Abend
           END-IF
           ADD 1 TO WSRedFlagHeldCount
           MOVE SPACES TO WSReasonText
           STRING WSAddressFlag DELIMITED BY SIZE
               WSAltAddrFlag DELIMITED BY SIZE
               WSBankFlag DELIMITED BY SIZE
               WSUnclearedFlag DELIMITED BY SIZE
               " (A=address M=alt address B=bank "
               DELIMITED BY SIZE
               "P=uncleared)" DELIMITED BY SIZE
               INTO WSReasonText
           END-STRING
           MOVE WSRefundAmount TO WSBalanceEdit
           DISPLAY "HELD     " IDNum " " WSBalanceEdit
               " - red flag " WSReasonText
           MOVE SPACES TO WSNoteText
           STRING "REFUND OF " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " HELD FOR REVIEW - FLAGS " DELIMITED BY SIZE
               WSRedFlags DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText.

      *> An enrolled customer's refund rides the ACH as a credit;
      *> everyone else - and an enrollment whose token the vault
      *> cannot resolve - still gets a paper check.

       Write-One-Refund.
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
                   NOT INVALID KEY SET WSEnrollFound TO TRUE
               END-READ
           END-IF
           IF WSEnrollFound
               CALL 'BANKVLT' USING "R", WSProgramId, IDNum,
                   WSBankAccount, APAccount, WSVaultResult
               IF NOT WSVaultResolved
                   MOVE 'N' TO WSEnrollFoundFlag
               END-IF
           END-IF
           IF WSEnrollFound
               PERFORM Write-ACH-Credit
           ELSE
           END-IF
           CALL 'LEDGPOST' USING IDNum, "RF", WSPostAmount
           ADD 1 TO WSRefundCount
           ADD WSRefundAmount TO WSRefundTotal
           IF WSDupTotal > 0
               PERFORM Mark-Duplicates-Refunded
           END-IF.

      *> Confirmed duplicates still owed back to this customer - the
      *> key leads with the IDNum, so they sit together.

       Total-Confirmed-Duplicates.
           MOVE 0 TO WSDupTotal
           IF WSDupOpen
               PERFORM Start-Duplicates
               PERFORM UNTIL WSDupEOF = 'Y'
                   READ DupFile NEXT RECORD
                       AT END MOVE 'Y' TO WSDupEOF
                       NOT AT END
                           IF DPIDNum NOT = IDNum
                               MOVE 'Y' TO WSDupEOF
                           ELSE
                               IF DPConfirmed
                                   ADD DPRefundAmount TO WSDupTotal
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Start-Duplicates.
           MOVE 'N' TO WSDupEOF
           MOVE IDNum TO DPIDNum
           MOVE 0 TO DPLaterDate
           MOVE 0 TO DPLaterRunId
           MOVE 0 TO DPLaterSeq
           START DupFile KEY IS NOT LESS THAN DPKey
               INVALID KEY MOVE 'Y' TO WSDupEOF
           END-START.

      *> The refund pays the confirmed rows off oldest first; one
      *> it only partly covers keeps the balance still owed.

       Mark-Duplicates-Refunded.
           MOVE WSRefundAmount TO WSDupRemaining
           PERFORM Start-Duplicates
           PERFORM UNTIL WSDupEOF = 'Y' OR WSDupRemaining = 0
               READ DupFile NEXT RECORD
                   AT END MOVE 'Y' TO WSDupEOF
                   NOT AT END
                       IF DPIDNum NOT = IDNum
                           MOVE 'Y' TO WSDupEOF
                       ELSE
                           IF DPConfirmed
                               PERFORM Apply-To-Duplicate
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WSDupRefundCount
           DISPLAY "      confirmed duplicate payment refund".

       Apply-To-Duplicate.
           IF DPRefundAmount > WSDupRemaining
               SUBTRACT WSDupRemaining FROM DPRefundAmount
               MOVE 0 TO WSDupRemaining
           ELSE
               SUBTRACT DPRefundAmount FROM WSDupRemaining
               MOVE 0 TO DPRefundAmount
               SET DPRefunded TO TRUE
               MOVE WSPostDate TO DPActionDate
           END-IF
           REWRITE DupRecord.

       Write-ACH-Credit.
           MOVE APRouting TO ACH-Routing
           MOVE WSBankAccount TO ACH-Account
           MOVE WSRefundAmount TO ACH-Amount
           MOVE IDNum TO ACH-IDNum
           MOVE WSFullName TO ACH-Name
           MOVE WSPostDate TO OCIssueDate
           SET OCOutstanding TO TRUE
           WRITE OutCheckRecord
           CLOSE OutChecksFile
           PERFORM Log-Positive-Pay.

      *> The bank pays only checks it was told about - log the
      *> issue for tonight's positive-pay file.

       Log-Positive-Pay.
           OPEN EXTEND PosPayLogFile
           IF WSPosPayStatus = "35"
               OPEN OUTPUT PosPayLogFile
           END-IF
           SET PLIssue TO TRUE
           MOVE WSCheckSerial TO PLCheckNo
           MOVE WSRefundAmount TO PLAmount
           MOVE WSPostDate TO PLIssueDate
           MOVE WSFullName TO PLPayee
           MOVE WSPostDate TO PLLogDate
           WRITE PosPayLogRecord
           CLOSE PosPayLogFile.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
