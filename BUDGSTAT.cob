      *> Budget-billing status lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDGSTAT.
      *> Answers "is this customer on budget (levelized) billing,
      *> and what does the budget say they owe?" for the programs
      *> that bill and collect - same open/keyed-read/close-per-call
      *> shape as PLANSTAT.  LFlag comes back 'Y' only for an active
      *> enrollment on BudgetPlan.dat (budgetmaint.cob).  The budget
      *> amount due is the installments billed this plan year plus
      *> anything carried in from the last true-up, less what the
      *> customer has paid this plan year (budgetbill.cob keeps the
      *> side-by-side totals current nightly); it never goes below
      *> zero.  The actual Balance is untouched by budget billing -
      *> it still carries every real charge and payment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "BudgetPlan.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BBIDNum
               FILE STATUS IS WSBudgetStatus.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WSBudgetStatus              PIC X(02).
       01 WSAmountDue                  PIC S9(07)V99.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LOnBudget             VALUE 'Y'.
            88 LNotOnBudget          VALUE 'N'.
        01 LAmountDue PIC 9(07)V99.
        01 LInstallment PIC 9(05)V99.

       PROCEDURE DIVISION USING LIDNum, LFlag, LAmountDue,
               LInstallment.
       BUDGSTAT-Entry.
           SET LNotOnBudget TO TRUE
           MOVE 0 TO LAmountDue
           MOVE 0 TO LInstallment
           OPEN INPUT BudgetFile
           IF WSBudgetStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO BBIDNum
           READ BudgetFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BBActive
                       SET LOnBudget TO TRUE
                       MOVE BBInstallment TO LInstallment
                       COMPUTE WSAmountDue =
                           BBBilledYTD + BBCarried - BBPaidYTD
                       IF WSAmountDue > 0
                           MOVE WSAmountDue TO LAmountDue
                       END-IF
                   END-IF
           END-READ
           CLOSE BudgetFile
           GOBACK.
