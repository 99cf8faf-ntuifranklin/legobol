       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgetbill.
      *> Nightly budget (levelized) billing - walks BudgetPlan.dat
      *> and, for every active enrollment:
      *>   - brings the plan year's side-by-side totals up to date
      *>     from CustLedger.dat: actual charges (anything that
      *>     raised the Balance except refunds, carry-forwards and
      *>     payment reversals) and payments (PY, AP, IV);
      *>   - on the customer's CustCycle.dat cycle day (CYCLEGET; no
      *>     cycle bills on day 1), bills the month's installment -
      *>     once per period, so a rerun is safe;
      *>   - on the plan anniversary, trues up: the year's actual
      *>     charges against the installments billed.  A shortfall
      *>     is billed and an over-collection credited by carrying
      *>     the difference (with any unpaid or overpaid installment)
      *>     into the new plan year's amount due, and the installment
      *>     is re-set to a twelfth of the year's actual charges.
      *> The installment is what the customer is asked to pay
      *> (statement.cob shows it through BUDGSTAT); the actual
      *> Balance keeps every real charge and payment, so nothing is
      *> posted to the ledger here.  A deleted customer's plan is
      *> cancelled - the account-closure run bills the real balance.
      *> Modification History:
      *>   Promotional discounts (PD) count against the year's
      *>   actual charges, so the true-up bills the net.
      *>   Card payments (CD, cardsettle.cob) count as paid.
      *>   Agency collections (AC, agencyremit.cob) count as paid.
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
           SELECT BudgetFile ASSIGN TO "BudgetPlan.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BBIDNum
               FILE STATUS IS WSBudgetStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD BudgetFile.
       01 BudgetRecord.
           02 BBIDNum                 PIC 9(05).
           02 BBStatus                 PIC X(01).
               88 BBActive             VALUE 'A'.
               88 BBCancelled          VALUE 'C'.
           02 BBStartDate              PIC 9(08).
           02 BBInstallment            PIC 9(05)V99.
           02 BBLastBilled             PIC 9(06).
           02 BBBilledYTD              PIC 9(07)V99.
           02 BBChargesYTD             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 BBPaidYTD                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 BBCarried                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSBudgetStatus               PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSBudgetEOF                  PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "BUDGETBILL".
       01 WSPlanCount                  PIC 9(07) VALUE 0.
       01 WSBilledCount                PIC 9(05) VALUE 0.
       01 WSBilledTotal                PIC 9(09)V99 VALUE 0.
       01 WSTrueUpCount                PIC 9(05) VALUE 0.
       01 WSCancelCount                PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayDay                   PIC 9(02).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCustCycle                  PIC 9(02).
       01 WSBillDay                    PIC 9(02).
       01 WSYearEnd                    PIC 9(08).
       01 WSTrueUpDiff                 PIC S9(07)V99.
       01 WSNewInstallment             PIC 9(05)V99.
       01 WSNoteText                   PIC X(60).

       *> Dollar-sign/comma edit pictures, same as billstmt.cob; the
       *> signed form shows which way a true-up went.
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSAmountEdit                 PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPlanCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday(7:2) TO WSTodayDay
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           OPEN I-O BudgetFile
           IF WSBudgetStatus NOT = "00"
               DISPLAY "No budget-billing enrollments - nothing to "
                   "bill."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSPlanCount
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
           DISPLAY "BUDGET BILLING FOR " WSToday
           DISPLAY "-------------------"
           PERFORM UNTIL WSBudgetEOF = 'Y'
               READ BudgetFile NEXT RECORD
                   AT END MOVE 'Y' TO WSBudgetEOF
                   NOT AT END
                       IF BBActive
                           PERFORM Review-One-Plan
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE BudgetFile
           DISPLAY "-------------------"
           MOVE WSBilledTotal TO WSBalanceEdit
           DISPLAY "Installments billed: " WSBilledCount
               "  " WSBalanceEdit
           DISPLAY "Anniversary true-ups: " WSTrueUpCount
           DISPLAY "Plans cancelled (account deleted): "
               WSCancelCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPlanCount
           GOBACK.

       Review-One-Plan.
           ADD 1 TO WSPlanCount
           MOVE BBIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF NOT WSFound OR IsDeleted
               SET BBCancelled TO TRUE
               ADD 1 TO WSCancelCount
               DISPLAY "CANCEL  " BBIDNum " - account deleted"
           ELSE
               PERFORM Total-Plan-Year
               IF WSYearEnd <= WSToday
                   PERFORM True-Up-Plan-Year
                   PERFORM Total-Plan-Year
               END-IF
               PERFORM Bill-Installment-If-Due
           END-IF
           REWRITE BudgetRecord
           IF WSBudgetStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF.

      *> The plan year runs from the start date up to, not
      *> including, its anniversary.

       Total-Plan-Year.
           COMPUTE WSYearEnd = BBStartDate + 10000
           MOVE 0 TO BBChargesYTD
           MOVE 0 TO BBPaidYTD
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END
                           IF LedgIDNum = BBIDNum
                               AND LedgPostDate >= BBStartDate
                               AND LedgPostDate < WSYearEnd
                               PERFORM Classify-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Classify-Posting.
           EVALUATE TRUE
               WHEN LedgIsPayment OR LedgIsAutopay
                       OR LedgIsIVRPayment OR LedgIsCardPayment
                       OR LedgIsAgencyPayment
                   SUBTRACT LedgAmount FROM BBPaidYTD
               WHEN LedgIsRefund OR LedgIsCarryFwd
                   CONTINUE
               WHEN LedgAmount > 0 OR LedgIsPromoDiscount
                   ADD LedgAmount TO BBChargesYTD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Whatever the customer still owes (or has overpaid) against
      *> the budget - installments and carried amount less payments
      *> - plus the true-up itself - charges less installments -
      *> becomes the new year's carried amount.

       True-Up-Plan-Year.
           COMPUTE WSTrueUpDiff = BBChargesYTD - BBBilledYTD
           COMPUTE BBCarried =
               BBChargesYTD + BBCarried - BBPaidYTD
           COMPUTE WSNewInstallment ROUNDED = BBChargesYTD / 12
           IF WSNewInstallment > 0
               MOVE WSNewInstallment TO BBInstallment
           END-IF
           MOVE WSYearEnd TO BBStartDate
           MOVE 0 TO BBBilledYTD
           ADD 1 TO WSTrueUpCount
           MOVE WSTrueUpDiff TO WSAmountEdit
           MOVE SPACES TO WSNoteText
           IF WSTrueUpDiff < 0
               STRING "BUDGET TRUE-UP CREDITED " DELIMITED BY SIZE
                   WSAmountEdit DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           ELSE
               STRING "BUDGET TRUE-UP BILLED " DELIMITED BY SIZE
                   WSAmountEdit DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           END-IF
           CALL 'CUSTNOTE' USING BBIDNum, WSNoteText
           MOVE BBInstallment TO WSBalanceEdit
           DISPLAY "TRUE-UP " BBIDNum " " WSAmountEdit
               "  new installment " WSBalanceEdit.

       Bill-Installment-If-Due.
           IF BBLastBilled NOT = WSOpenPeriod
               CALL 'CYCLEGET' USING BBIDNum, WSCustCycle
               IF WSCustCycle = 0
                   MOVE 1 TO WSBillDay
               ELSE
                   MOVE WSCustCycle TO WSBillDay
               END-IF
               IF WSBillDay = WSTodayDay
                   ADD BBInstallment TO BBBilledYTD
                   MOVE WSOpenPeriod TO BBLastBilled
                   ADD 1 TO WSBilledCount
                   ADD BBInstallment TO WSBilledTotal
                   MOVE BBInstallment TO WSBalanceEdit
                   DISPLAY "BILLED  " BBIDNum " " WSBalanceEdit
               END-IF
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSBudgetStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPlanCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
