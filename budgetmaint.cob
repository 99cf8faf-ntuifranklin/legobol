       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgetmaint.
      *> Budget (levelized) billing enrollment - puts a customer with
      *> seasonal charges on one monthly installment, kept on
      *> BudgetPlan.dat per IDNum.  The installment offered is one
      *> twelfth of the customer's actual charges on CustLedger.dat
      *> over the prior twelve months (payments, refunds, carry-
      *> forwards and deposit credits are not charges); the operator
      *> may accept it or key another.  The plan year starts today -
      *> budgetbill.cob bills the installment on the CustCycle.dat
      *> cycle day, tracks actual charges and payments beside it and
      *> trues up on the anniversary.  Cancelling ends the plan; the
      *> actual Balance was never changed by it, so nothing needs
      *> unwinding.  Prompts in the custmaint.cob style, same shape
      *> as payplanmaint.cob; both actions leave a CUSTNOTE trail.
      *> Modification History:
      *>   Promotional discounts (PD) come off the prior year's
      *>   charges the installment is worked out from.
      *>   A card payment (CD) reversed by a chargeback is not a
      *>   charge.
      *>   Nor is an agency collection (AC) reversed.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   Maintenance is now refused on the signed-on
      *>   operator's own account and on any account at its
      *>   address (OWNACCT). An operator with a home branch on
      *>   Operators.dat may change only that branch's
      *>   customers (BRANCHCK against CustBranch.dat); another
      *>   branch's customer is refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSBudgetStatus               PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSBudgetFoundFlag           PIC X(01) VALUE 'N'.
           88 WSBudgetFound            VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionEnroll           VALUE 'E'.
           88 WSActionCancel           VALUE 'C'.
       01 WSToday                     PIC 9(08).
       01 WSYearAgo                    PIC 9(08).
       01 WSYearCharges                PIC S9(07)V99.
       01 WSOfferedAmount              PIC 9(05)V99.
       01 WSNewAmount                  PIC 9(05)V99.
       01 WSNoteText                   PIC X(60).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no change made."
               GOBACK
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, IDNum,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, IDNum,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " IDNum " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
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
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           CLOSE CustomerFile

           EVALUATE TRUE
               WHEN NOT WSFound
                   DISPLAY "Customer " IDNum " not found."
               WHEN IsDeleted
                   DISPLAY "Customer " IDNum " is deleted - no "
                       "change made."
               WHEN OTHER
                   PERFORM Maintain-Budget
           END-EVALUATE
           GOBACK.

       Maintain-Budget.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Actual Balance: " WSBalanceEdit
           OPEN I-O BudgetFile
      *> First enrollment ever - create the file, then reopen for
      *> keyed update.
           IF WSBudgetStatus = "35"
               OPEN OUTPUT BudgetFile
               CLOSE BudgetFile
               OPEN I-O BudgetFile
           END-IF
           IF WSBudgetStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO BBIDNum
           READ BudgetFile
               INVALID KEY MOVE 'N' TO WSBudgetFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSBudgetFoundFlag
           END-READ
           IF WSBudgetFound AND BBActive
               MOVE BBInstallment TO WSBalanceEdit
               DISPLAY "On budget billing since " BBStartDate
                   " - installment " WSBalanceEdit
           ELSE
               DISPLAY "Customer is not on budget billing."
           END-IF
           DISPLAY "Action (E=enroll, C=cancel): " WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionEnroll AND WSBudgetFound AND BBActive
                   DISPLAY "Already enrolled - the installment is "
                       "re-set at the anniversary true-up."
               WHEN WSActionEnroll
                   PERFORM Enroll-Customer
               WHEN WSActionCancel AND WSBudgetFound AND BBActive
                   SET BBCancelled TO TRUE
                   REWRITE BudgetRecord
                   MOVE "BUDGET BILLING CANCELLED" TO WSNoteText
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   DISPLAY "Budget billing cancelled - the actual "
                       "Balance is now due."
               WHEN WSActionCancel
                   DISPLAY "Nothing to cancel."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE BudgetFile.

       Enroll-Customer.
           PERFORM Total-Prior-Year-Charges
           COMPUTE WSOfferedAmount ROUNDED = WSYearCharges / 12
           MOVE WSYearCharges TO WSBalanceEdit
           DISPLAY "Charges, prior twelve months: " WSBalanceEdit
           MOVE WSOfferedAmount TO WSBalanceEdit
           DISPLAY "Computed monthly installment: " WSBalanceEdit
           DISPLAY "Installment to bill (0 = accept computed): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewAmount
           ACCEPT WSNewAmount
           IF WSNewAmount = 0
               MOVE WSOfferedAmount TO WSNewAmount
           END-IF
           IF WSNewAmount = 0
               DISPLAY "No charge history and no installment keyed "
                   "- no change made."
           ELSE
               PERFORM Store-Enrollment
           END-IF.

       Store-Enrollment.
           MOVE IDNum TO BBIDNum
           SET BBActive TO TRUE
           MOVE WSToday TO BBStartDate
           MOVE WSNewAmount TO BBInstallment
           MOVE 0 TO BBLastBilled
           MOVE 0 TO BBBilledYTD
           MOVE 0 TO BBChargesYTD
           MOVE 0 TO BBPaidYTD
           MOVE 0 TO BBCarried
           IF WSBudgetFound
               REWRITE BudgetRecord
           ELSE
               WRITE BudgetRecord
           END-IF
           MOVE WSNewAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "BUDGET BILLING ENROLLED AT " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " MONTHLY" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Enrolled - first installment bills on the "
               "customer's next cycle day.".

      *> A charge is anything that raised the Balance except a
      *> refund, a carry-forward or a payment reversal; payments
      *> are the cash codes.

       Total-Prior-Year-Charges.
           MOVE 0 TO WSYearCharges
           COMPUTE WSYearAgo = WSToday - 10000
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END
                           IF LedgIDNum = IDNum
                               AND LedgPostDate > WSYearAgo
                               AND LedgAmount > 0
                               AND NOT LedgIsPayment
                               AND NOT LedgIsAutopay
                               AND NOT LedgIsIVRPayment
                               AND NOT LedgIsCardPayment
                               AND NOT LedgIsAgencyPayment
                               AND NOT LedgIsRefund
                               AND NOT LedgIsCarryFwd
                               ADD LedgAmount TO WSYearCharges
                           END-IF
                           IF LedgIDNum = IDNum
                               AND LedgPostDate > WSYearAgo
                               AND LedgIsPromoDiscount
                               ADD LedgAmount TO WSYearCharges
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSBudgetStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
