       IDENTIFICATION DIVISION.
       PROGRAM-ID. finalbill.
      *> Account-closure run - bills every account deletefile.cob has
      *> queued on AcctClose.dat and not yet final-billed.  For each:
      *>   - the customer's RecurCharge.dat services that have not
      *>     billed this period are billed prorated to the close date
      *>     (days to the close over days in that month), taxed
      *>     through TAXCALC the way recurgen.cob taxes a full month,
      *>     and marked billed so nothing more follows;
      *>   - a security deposit held on Deposit.dat is applied to the
      *>     account in full (DA credit, DEPPOST AP) and closed; an
      *>     unpaid requirement is simply closed;
      *>   - a FINAL BILL page prints to FinalBills.prt in the
      *>     statement.cob page format (and onto StmtArchive.dat so
      *>     stmtreprint.cob can re-produce it);
      *>   - the result is routed: a credit balance is left for
      *>     refundext.cob, which refunds final-billed closed
      *>     accounts (FINALST); a debit balance goes into dunning at
      *>     level 1 (DunningLevel.dat), the final bill being the
      *>     first notice, and dunning.cob escalates it from there.
      *> The closure row is marked billed with the routed balance,
      *> so a rerun bills nobody twice.
      *> Modification History:
      *>   An account closed before its service agreement on
      *>   Contract.dat (contractmaint.cob) ends is charged the
      *>   agreement's early-termination fee on the final bill -
      *>   the schedule step the months left on the term reach -
      *>   under its own "ET" code, and the agreement is marked
      *>   terminated.  An agreement already past its end date
      *>   simply expires with the account.
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
           SELECT CloseFile ASSIGN TO "AcctClose.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSCloseStatus.
           SELECT ChargeFile ASSIGN TO "RecurCharge.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCKey
               FILE STATUS IS WSChargeStatus.
           SELECT DepositFile ASSIGN TO "Deposit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSDepositStatus.
           SELECT ContractFile ASSIGN TO "Contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CTIDNum
               FILE STATUS IS WSContractStatus.
           SELECT DunningFile ASSIGN TO "DunningLevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSDunStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT StatementFile ASSIGN TO "FinalBills.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArchiveFile ASSIGN TO "StmtArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSArchiveStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD CloseFile.
       01 CloseRecord.
           02 CLIDNum                 PIC 9(05).
           02 CLCloseDate              PIC 9(08).
           02 CLStatus                 PIC X(01).
               88 CLPending            VALUE 'P'.
               88 CLBilled             VALUE 'B'.
           02 CLBilledDate             PIC 9(08).
           02 CLFinalBalance           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CLRoute                  PIC X(01).
               88 CLRouteRefund        VALUE 'R'.
               88 CLRouteDunning       VALUE 'D'.
               88 CLRouteSettled       VALUE 'Z'.

       FD ChargeFile.
       01 ChargeRecord.
           02 RCKey.
               03 RCIDNum             PIC 9(05).
               03 RCSvcCode            PIC X(04).
           02 RCDesc                   PIC X(20).
           02 RCAmount                 PIC 9(05)V99.
           02 RCLastBilled             PIC 9(06).

       FD DepositFile.
       01 DepositRecord.
           02 DepIDNum                PIC 9(05).
           02 DepStatus                PIC X(01).
               88 DepRequired          VALUE 'R'.
               88 DepHeld              VALUE 'H'.
               88 DepClosed            VALUE 'C'.
           02 DepReason                PIC X(02).
           02 DepRequiredAmt           PIC 9(05)V99.
           02 DepRequiredDate          PIC 9(08).
           02 DepAmount                PIC 9(07)V99.
           02 DepReceivedDate          PIC 9(08).
           02 DepInterest              PIC 9(05)V99.
           02 DepLastIntDate           PIC 9(08).
           02 DepClosedDate            PIC 9(08).

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

       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 DunLevel                 PIC 9(01).
           02 DunLastNoticeDate        PIC 9(08).

       FD LedgerFile.
           COPY CUSTLEDG.

       FD StatementFile.
       01 StatementLine               PIC X(80).

       FD ArchiveFile.
       01 ArchiveRecord.
           02 SAIDNum                 PIC 9(05).
           02 SAPeriod                 PIC 9(06).
           02 SASeq                    PIC 9(04).
           02 SALine                   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSCloseStatus                PIC X(02).
       01 WSChargeStatus               PIC X(02).
       01 WSDepositStatus             PIC X(02).
       01 WSDunStatus                  PIC X(02).
       01 WSContractStatus             PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSArchiveStatus              PIC X(02).
       01 WSCloseEOF                   PIC X(01) VALUE 'N'.
       01 WSChargeEOFFlag             PIC X(01).
           88 WSChargesDone            VALUE 'Y'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSDepFoundFlag              PIC X(01) VALUE 'N'.
           88 WSDepFound               VALUE 'Y'.
       01 WSDunFoundFlag              PIC X(01) VALUE 'N'.
           88 WSDunFound               VALUE 'Y'.
       01 WSContractFoundFlag         PIC X(01) VALUE 'N'.
           88 WSContractFound          VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "FINALBILL".
       01 WSBilledCount                PIC 9(07) VALUE 0.
       01 WSRefundRouted               PIC 9(05) VALUE 0.
       01 WSDunningRouted              PIC 9(05) VALUE 0.
       01 WSSettledCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCloseYear                  PIC 9(04).
       01 WSCloseMonth                 PIC 9(02).
       01 WSCloseDay                   PIC 9(02).
       01 WSDaysInMonth                PIC 9(02).
       01 WSLeapQuotient               PIC 9(04).
       01 WSLeapRemainder              PIC 9(03).
       01 WSPostAmount                 PIC S9(07)V99.
       01 WSDepositAmount              PIC S9(07)V99.
       01 WSMonthsLeft                 PIC S9(05).
       01 WSEndYear                    PIC 9(04).
       01 WSEndMonth                   PIC 9(02).
       01 WSEndDay                     PIC 9(02).
       01 WSFeeMonths                  PIC 9(03).
       01 WSTermFee                    PIC S9(07)V99.
       01 WSFeeSub                     PIC 9(01).
       01 WSETFCount                   PIC 9(05) VALUE 0.
       01 WSTaxAmount                  PIC S9(07)V99.
       01 WSTaxJuris                   PIC X(06).
       01 WSTaxCert                    PIC X(15).
       01 WSTaxStatus                  PIC X(01).
       01 WSActivityCount              PIC 9(05) VALUE 0.
       01 WSPeriodActivity             PIC S9(07)V99.
       01 WSPriorBalance               PIC S9(07)V99.
       01 WSFullName                   PIC X(31).
       01 WSTransDesc                  PIC X(10).
       01 WSTableDesc                  PIC X(20).
       01 WSTableNature                PIC X(01).
       01 WSTableAccount               PIC X(06).
       01 WSTableFoundFlag            PIC X(01).
           88 WSTableFound             VALUE 'Y'.
       01 WSAddrType                   PIC X(01) VALUE 'M'.
       01 WSOverrideFlag              PIC X(01).
           88 WSOverrideFound          VALUE 'Y'.
       01 WSArchSeq                    PIC 9(04).
       01 WSNoteText                   PIC X(60).

       *> Dollar-sign/comma edit pictures, same as billstmt.cob; the
       *> signed form is for activity lines that can run either way.
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSAmountEdit                 PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSBilledCount
           PERFORM Check-Period-Open
           OPEN I-O CloseFile
           IF WSCloseStatus NOT = "00"
               DISPLAY "No account closures queued - nothing to "
                   "bill."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSBilledCount
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
           OPEN OUTPUT StatementFile
           OPEN EXTEND ArchiveFile
           IF WSArchiveStatus = "35"
               OPEN OUTPUT ArchiveFile
           END-IF
           DISPLAY "ACCOUNT CLOSURE FINAL BILLING FOR " WSToday
           DISPLAY "----------------------------------"
           PERFORM UNTIL WSCloseEOF = 'Y'
               READ CloseFile NEXT RECORD
                   AT END MOVE 'Y' TO WSCloseEOF
                   NOT AT END
                       IF CLPending
                           PERFORM Bill-One-Closure
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           CLOSE StatementFile
           CLOSE CustomerFile
           CLOSE CloseFile
           DISPLAY "----------------------------------"
           DISPLAY "Final bills produced:  " WSBilledCount
           DISPLAY "  Credit, to refund:   " WSRefundRouted
           DISPLAY "  Debit, to dunning:   " WSDunningRouted
           DISPLAY "  Settled at zero:     " WSSettledCount
           DISPLAY "Early-termination fees: " WSETFCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSBilledCount
           GOBACK.

       Bill-One-Closure.
           MOVE CLIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF NOT WSFound
               DISPLAY "SKIPPED " CLIDNum " - customer no longer "
                   "on file"
           ELSE
               PERFORM Prorate-Final-Charges
               PERFORM Assess-Early-Termination
               PERFORM Apply-Final-Deposit
               REWRITE CustomerRecord
               END-REWRITE
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               MOVE CustomerRecord TO WSCustomerRecord
               PERFORM Print-Final-Bill
               PERFORM Route-Final-Balance
               SET CLBilled TO TRUE
               MOVE WSToday TO CLBilledDate
               MOVE Balance TO CLFinalBalance
               REWRITE CloseRecord
               ADD 1 TO WSBilledCount
           END-IF.

      *> A service already billed for this period has had its
      *> month; one that has not is billed for the days up to and
      *> including the close date.

       Prorate-Final-Charges.
           MOVE CLCloseDate(1:4) TO WSCloseYear
           MOVE CLCloseDate(5:2) TO WSCloseMonth
           MOVE CLCloseDate(7:2) TO WSCloseDay
           PERFORM Find-Days-In-Month
           MOVE 'N' TO WSChargeEOFFlag
           OPEN I-O ChargeFile
           IF WSChargeStatus = "00"
               MOVE IDNum TO RCIDNum
               MOVE LOW-VALUES TO RCSvcCode
               START ChargeFile KEY IS NOT LESS THAN RCKey
                   INVALID KEY SET WSChargesDone TO TRUE
               END-START
               PERFORM Prorate-One-Charge UNTIL WSChargesDone
               CLOSE ChargeFile
           END-IF.

       Prorate-One-Charge.
           READ ChargeFile NEXT RECORD
               AT END SET WSChargesDone TO TRUE
               NOT AT END
                   IF RCIDNum NOT = IDNum
                       SET WSChargesDone TO TRUE
                   ELSE
                       IF RCLastBilled NOT = WSOpenPeriod
                           PERFORM Post-Prorated-Charge
                       END-IF
                   END-IF
           END-READ.

       Post-Prorated-Charge.
           COMPUTE WSPostAmount ROUNDED =
               RCAmount * WSCloseDay / WSDaysInMonth
           IF WSPostAmount > 0
               CALL 'TAXCALC' USING IDNum, State, Zip, RCSvcCode,
                   WSPostAmount, WSTaxAmount, WSTaxJuris, WSTaxCert,
                   WSTaxStatus
               ADD WSPostAmount TO Balance
               ADD WSTaxAmount TO Balance
               CALL 'LEDGPOST' USING IDNum, "BF", WSPostAmount
               IF WSTaxAmount NOT = 0
                   CALL 'LEDGPOST' USING IDNum, "TX", WSTaxAmount
               END-IF
               CALL 'TAXLOG' USING WSProgramId, IDNum, RCSvcCode,
                   WSPostAmount, WSTaxAmount, WSTaxJuris, WSTaxCert,
                   WSTaxStatus
               MOVE WSPostAmount TO WSBalanceEdit
               DISPLAY "PRORATED " IDNum " " RCSvcCode " "
                   WSBalanceEdit " (" WSCloseDay "/" WSDaysInMonth
                   " days)"
           END-IF
           MOVE WSOpenPeriod TO RCLastBilled
           REWRITE ChargeRecord.

       Find-Days-In-Month.
           EVALUATE WSCloseMonth
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WSDaysInMonth
               WHEN 2
                   MOVE 28 TO WSDaysInMonth
                   DIVIDE WSCloseYear BY 4 GIVING WSLeapQuotient
                       REMAINDER WSLeapRemainder
                   IF WSLeapRemainder = 0
                       MOVE 29 TO WSDaysInMonth
                       DIVIDE WSCloseYear BY 100
                           GIVING WSLeapQuotient
                           REMAINDER WSLeapRemainder
                       IF WSLeapRemainder = 0
                           MOVE 28 TO WSDaysInMonth
                           DIVIDE WSCloseYear BY 400
                               GIVING WSLeapQuotient
                               REMAINDER WSLeapRemainder
                           IF WSLeapRemainder = 0
                               MOVE 29 TO WSDaysInMonth
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WSDaysInMonth
           END-EVALUATE
           IF WSCloseDay > WSDaysInMonth
               MOVE WSDaysInMonth TO WSCloseDay
           END-IF.

      *> Whole months left on the term, a part month counting as
      *> one: closing on the 10th of a term ending the 15th of the
      *> next month leaves two.

       Assess-Early-Termination.
           OPEN I-O ContractFile
           IF WSContractStatus = "00"
               MOVE IDNum TO CTIDNum
               READ ContractFile
                   INVALID KEY MOVE 'N' TO WSContractFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSContractFoundFlag
               END-READ
               IF WSContractFound AND CTActive
                   IF CLCloseDate < CTEndDate
                       PERFORM Charge-Termination-Fee
                       SET CTTerminated TO TRUE
                   ELSE
                       SET CTExpired TO TRUE
                   END-IF
                   MOVE CLCloseDate TO CTEndedDate
                   REWRITE ContractRecord
               END-IF
               CLOSE ContractFile
           END-IF.

       Charge-Termination-Fee.
           MOVE CTEndDate(1:4) TO WSEndYear
           MOVE CTEndDate(5:2) TO WSEndMonth
           MOVE CTEndDate(7:2) TO WSEndDay
           MOVE CLCloseDate(1:4) TO WSCloseYear
           MOVE CLCloseDate(5:2) TO WSCloseMonth
           MOVE CLCloseDate(7:2) TO WSCloseDay
           COMPUTE WSMonthsLeft =
               (WSEndYear * 12 + WSEndMonth)
               - (WSCloseYear * 12 + WSCloseMonth)
           IF WSEndDay > WSCloseDay
               ADD 1 TO WSMonthsLeft
           END-IF
           MOVE 0 TO WSFeeMonths
           MOVE 0 TO WSTermFee
           PERFORM VARYING WSFeeSub FROM 1 BY 1 UNTIL WSFeeSub > 3
               IF CTFeeAmount(WSFeeSub) > 0
                       AND CTFeeMonths(WSFeeSub) > 0
                       AND CTFeeMonths(WSFeeSub) <= WSMonthsLeft
                       AND CTFeeMonths(WSFeeSub) >= WSFeeMonths
                   MOVE CTFeeMonths(WSFeeSub) TO WSFeeMonths
                   MOVE CTFeeAmount(WSFeeSub) TO WSTermFee
               END-IF
           END-PERFORM
           IF WSTermFee > 0
               ADD WSTermFee TO Balance
               CALL 'LEDGPOST' USING IDNum, "ET", WSTermFee
               MOVE SPACES TO WSNoteText
               MOVE WSTermFee TO WSBalanceEdit
               STRING "EARLY-TERMINATION FEE " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " - AGREEMENT TO " DELIMITED BY SIZE
                   CTEndDate DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING IDNum, WSNoteText
               ADD 1 TO WSETFCount
               DISPLAY "ETF     " IDNum " " WSBalanceEdit " ("
                   WSMonthsLeft " months left)"
           END-IF.

       Apply-Final-Deposit.
           OPEN I-O DepositFile
           IF WSDepositStatus = "00"
               MOVE IDNum TO DepIDNum
               READ DepositFile
                   INVALID KEY MOVE 'N' TO WSDepFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSDepFoundFlag
               END-READ
               IF WSDepFound AND DepHeld
                   COMPUTE WSDepositAmount =
                       (DepAmount + DepInterest) * -1
                   ADD WSDepositAmount TO Balance
                   CALL 'LEDGPOST' USING IDNum, "DA",
                       WSDepositAmount
                   CALL 'DEPPOST' USING WSProgramId, DepIDNum, "AP",
                       WSDepositAmount
               END-IF
               IF WSDepFound AND NOT DepClosed
                   SET DepClosed TO TRUE
                   MOVE WSToday TO DepClosedDate
                   REWRITE DepositRecord
               END-IF
               CLOSE DepositFile
           END-IF.

       Print-Final-Bill.
           MOVE 0 TO WSArchSeq
           CALL 'NAMEFMT' USING WSFirstName, WSLastName, WSFullName
           CALL 'ADDRGET' USING WSIDNum, WSAddrType,
               WSStreet, WSCity, WSState, WSZip, WSOverrideFlag
           PERFORM Print-Address-Block
           MOVE SPACES TO StatementLine
           STRING "*** FINAL BILL *** ACCOUNT CLOSED "
               DELIMITED BY SIZE
               CLCloseDate DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           PERFORM Write-Statement-Line
           PERFORM Print-Activity-Section
           PERFORM Print-Balance-Section
           PERFORM Print-Remittance-Stub.

       Print-Address-Block.
      *> Page break, then three blank lines so the name/address
      *> block lands in the window-envelope position.
           MOVE ALL "*" TO StatementLine
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           PERFORM Write-Statement-Line
           PERFORM Write-Statement-Line
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           STRING "    " DELIMITED BY SIZE
               WSFullName DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           STRING "    " DELIMITED BY SIZE
               WSStreet DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           STRING "    " DELIMITED BY SIZE
               WSCity DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSZip DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           PERFORM Write-Statement-Line.

       Print-Activity-Section.
           MOVE 0 TO WSPeriodActivity
           MOVE 0 TO WSActivityCount
           MOVE SPACES TO StatementLine
           STRING "ACTIVITY FOR PERIOD " DELIMITED BY SIZE
               WSOpenPeriod DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM List-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF
           IF WSActivityCount = 0
               MOVE "  (no activity this period)" TO StatementLine
               PERFORM Write-Statement-Line
           END-IF.

       List-One-Posting.
           IF LedgIDNum = WSIDNum
                   AND LedgPostDate(1:6) = WSOpenPeriod
               ADD LedgAmount TO WSPeriodActivity
               ADD 1 TO WSActivityCount
               PERFORM Describe-Transaction
               MOVE LedgAmount TO WSAmountEdit
               MOVE SPACES TO StatementLine
               STRING "  " DELIMITED BY SIZE
                   LedgPostDate DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSTransDesc DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSAmountEdit DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
               PERFORM Write-Statement-Line
           END-IF
           PERFORM Read-Ledger.

      *> The TransCodes.dat table wording wins when the code is
      *> on file; the built-in EVALUATE remains the fallback.

       Describe-Transaction.
           CALL 'TRANSDESC' USING LedgTransCode, WSTableDesc,
               WSTableNature, WSTableAccount, WSTableFoundFlag
           IF WSTableFound
               MOVE WSTableDesc(1:10) TO WSTransDesc
           ELSE
               PERFORM Describe-Built-In
           END-IF.

       Describe-Built-In.
           EVALUATE TRUE
               WHEN LedgIsBillingFeed MOVE "BILLING   " TO WSTransDesc
               WHEN LedgIsInterest    MOVE "INTEREST  " TO WSTransDesc
               WHEN LedgIsPayment     MOVE "PAYMENT   " TO WSTransDesc
               WHEN LedgIsAdjustment  MOVE "ADJUSTMENT" TO WSTransDesc
               WHEN LedgIsRefund      MOVE "REFUND    " TO WSTransDesc
               WHEN LedgIsWriteOff    MOVE "WRITE-OFF " TO WSTransDesc
               WHEN LedgIsRecovery    MOVE "RECOVERY  " TO WSTransDesc
               WHEN LedgIsNSFFee      MOVE "NSF FEE   " TO WSTransDesc
               WHEN LedgIsCarryFwd    MOVE "CARRY FWD " TO WSTransDesc
               WHEN LedgIsIVRPayment  MOVE "PHONE PAY " TO WSTransDesc
               WHEN LedgIsSalesTax    MOVE "SALES TAX " TO WSTransDesc
               WHEN LedgIsDepositApplied
                                      MOVE "DEPOSIT CR" TO WSTransDesc
               WHEN LedgIsUsageCharge MOVE "USAGE     " TO WSTransDesc
               WHEN LedgIsEarlyTermFee
                                      MOVE "EARLY TERM" TO WSTransDesc
               WHEN LedgIsPromoDiscount
                                      MOVE "PROMO DISC" TO WSTransDesc
               WHEN LedgIsCardPayment MOVE "CARD PAY  " TO WSTransDesc
               WHEN LedgIsChargebackFee
                                      MOVE "CHGBK FEE " TO WSTransDesc
               WHEN LedgIsAgencyPayment
                                      MOVE "AGENCY PAY" TO WSTransDesc
               WHEN LedgIsSettlementWO
                                      MOVE "SETTLED WO" TO WSTransDesc
               WHEN LedgIsFeeWaiver   MOVE "FEE WAIVED" TO WSTransDesc
               WHEN OTHER             MOVE "OTHER     " TO WSTransDesc
           END-EVALUATE.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Print-Balance-Section.
           COMPUTE WSPriorBalance = WSBalance - WSPeriodActivity
           MOVE SPACES TO StatementLine
           MOVE WSPriorBalance TO WSBalanceEdit
           STRING "PRIOR BALANCE:  " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           MOVE WSBalance TO WSBalanceEdit
           IF WSBalance < 0
               STRING "CREDIT BALANCE: " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " - TO BE REFUNDED TO YOU" DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
           ELSE
               STRING "FINAL BALANCE:  " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
           END-IF
           PERFORM Write-Statement-Line.

       Print-Remittance-Stub.
           MOVE SPACES TO StatementLine
           PERFORM Write-Statement-Line
           MOVE ALL "-" TO StatementLine
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           IF WSBalance > 0
               MOVE WSBalance TO WSBalanceEdit
               STRING "DETACH AND RETURN - ACCOUNT " DELIMITED BY SIZE
                   WSIDNum DELIMITED BY SIZE
                   "  FINAL AMOUNT DUE " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
           ELSE
               STRING "FINAL BILL - ACCOUNT " DELIMITED BY SIZE
                   WSIDNum DELIMITED BY SIZE
                   "  NO PAYMENT DUE" DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
           END-IF
           PERFORM Write-Statement-Line.

      *> Every printed line also lands on the archive under the
      *> customer and period, numbered from 1 per page, so the
      *> reprint can rebuild the page byte for byte.

       Write-Statement-Line.
           ADD 1 TO WSArchSeq
           MOVE WSIDNum TO SAIDNum
           MOVE WSOpenPeriod TO SAPeriod
           MOVE WSArchSeq TO SASeq
           MOVE StatementLine TO SALine
           WRITE ArchiveRecord
           WRITE StatementLine.

      *> Credit: refundext.cob picks the account up through FINALST.
      *> Debit: straight into dunning at level 1.

       Route-Final-Balance.
           EVALUATE TRUE
               WHEN Balance < 0
                   SET CLRouteRefund TO TRUE
                   ADD 1 TO WSRefundRouted
                   MOVE "FINAL BILL ISSUED - CREDIT ROUTED TO REFUND"
                       TO WSNoteText
               WHEN Balance > 0
                   SET CLRouteDunning TO TRUE
                   ADD 1 TO WSDunningRouted
                   PERFORM Place-In-Dunning
                   MOVE "FINAL BILL ISSUED - DEBIT TO DUNNING LEVEL 1"
                       TO WSNoteText
               WHEN OTHER
                   SET CLRouteSettled TO TRUE
                   ADD 1 TO WSSettledCount
                   MOVE "FINAL BILL ISSUED - ACCOUNT SETTLED"
                       TO WSNoteText
           END-EVALUATE
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE Balance TO WSAmountEdit
           DISPLAY "FINAL   " IDNum " " WSFullName " " WSAmountEdit.

       Place-In-Dunning.
           OPEN I-O DunningFile
           IF WSDunStatus = "35"
               OPEN OUTPUT DunningFile
               CLOSE DunningFile
               OPEN I-O DunningFile
           END-IF
           IF WSDunStatus = "00"
               MOVE IDNum TO DunIDNum
               READ DunningFile
                   INVALID KEY MOVE 'N' TO WSDunFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSDunFoundFlag
               END-READ
               MOVE IDNum TO DunIDNum
               MOVE 1 TO DunLevel
               MOVE WSToday TO DunLastNoticeDate
               IF WSDunFound
                   REWRITE DunningRecord
               ELSE
                   WRITE DunningRecord
               END-IF
               CLOSE DunningFile
           END-IF.

       Check-Period-Open.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSToday
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSBilledCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSBilledCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
