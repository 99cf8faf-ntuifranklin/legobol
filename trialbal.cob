      *> and abends the way custrecon does on a count mismatch.  The
      *> control total only rolls forward on a clean match, so the
      *> evidence survives a rerun.
      *> Modification History:
      *>   Customer security deposits are proven on their own line
      *>   the same way: the prior deposit-liability total on
      *>   DepControl.dat plus today's DepositTrans.dat movement
      *>   (DEPPOST) must equal the deposits actually held on
      *>   Deposit.dat (amount plus interest), since a deposit never
      *>   passes through the Balance.  Either proof failing abends.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BalControlFile ASSIGN TO "BalControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSControlStatus.
           SELECT DepositFile ASSIGN TO "Deposit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSDepositStatus.
           SELECT DepTransFile ASSIGN TO "DepositTrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDepTransStatus.
           SELECT DepControlFile ASSIGN TO "DepControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDepControlStatus.

       DATA DIVISION.
       FILE SECTION.
       01 BalControlRecord            PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.

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

       FD DepTransFile.
       01 DepTransRecord.
           02 DTIDNum                 PIC 9(05).
           02 DTDate                   PIC 9(08).
           02 DTType                   PIC X(02).
           02 DTAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 DTProgram                PIC X(10).

       FD DepControlFile.
       01 DepControlRecord            PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSControlStatus              PIC X(02).
       01 WSDepositStatus             PIC X(02).
       01 WSDepTransStatus             PIC X(02).
       01 WSDepControlStatus           PIC X(02).
       01 WSDepositEOF                 PIC X(01) VALUE 'N'.
       01 WSDepTransEOF                PIC X(01) VALUE 'N'.
       01 WSDepBaselineFlag           PIC X(01) VALUE 'N'.
           88 WSFirstDepBaseline       VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "TRIALBAL".
       01 WSRecordCount                PIC 9(07) VALUE 0.
       01 WSBaselineFlag              PIC X(01) VALUE 'N'.
       01 WSActualTotal                PIC S9(09)V99 VALUE 0.
       01 WSExpectedTotal              PIC S9(09)V99 VALUE 0.
       01 WSDifference                 PIC S9(09)V99 VALUE 0.
       01 WSDepPriorTotal              PIC S9(09)V99 VALUE 0.
       01 WSDepActivityTotal           PIC S9(09)V99 VALUE 0.
       01 WSDepActualTotal             PIC S9(09)V99 VALUE 0.
       01 WSDepExpectedTotal           PIC S9(09)V99 VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob but
       *> signed so an out-of-balance difference shows its direction.
           PERFORM Total-Todays-Activity
           PERFORM Total-Actual-Balances
           PERFORM Reconcile-And-Report
           PERFORM Read-Prior-Deposit-Total
           PERFORM Total-Todays-Deposit-Activity
           PERFORM Total-Deposits-Held
           PERFORM Reconcile-Deposits
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRecordCount
           GOBACK.

           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF
           WRITE BalControlRecord
           CLOSE BalControlFile.

       Read-Prior-Deposit-Total.
           OPEN INPUT DepControlFile
           IF WSDepControlStatus = "00"
               READ DepControlFile
                   AT END SET WSFirstDepBaseline TO TRUE
                   NOT AT END
                       MOVE DepControlRecord TO WSDepPriorTotal
               END-READ
               CLOSE DepControlFile
           ELSE
               SET WSFirstDepBaseline TO TRUE
           END-IF.

       Total-Todays-Deposit-Activity.
           OPEN INPUT DepTransFile
           IF WSDepTransStatus = "00"
               PERFORM UNTIL WSDepTransEOF = 'Y'
                   READ DepTransFile
                       AT END MOVE 'Y' TO WSDepTransEOF
                       NOT AT END
                           IF DTDate = WSToday
                               ADD DTAmount TO WSDepActivityTotal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepTransFile
           END-IF.

       Total-Deposits-Held.
           OPEN INPUT DepositFile
           IF WSDepositStatus = "00"
               PERFORM UNTIL WSDepositEOF = 'Y'
                   READ DepositFile
                       AT END MOVE 'Y' TO WSDepositEOF
                       NOT AT END
                           IF DepHeld
                               ADD DepAmount TO WSDepActualTotal
                               ADD DepInterest TO WSDepActualTotal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF.

       Reconcile-Deposits.
           DISPLAY " "
           DISPLAY "DEPOSIT LIABILITY RECONCILIATION FOR " WSToday
           MOVE WSDepPriorTotal TO WSMoneyEdit
           DISPLAY "Prior deposit liability:" WSMoneyEdit
           MOVE WSDepActivityTotal TO WSMoneyEdit
           DISPLAY "Deposit activity today: " WSMoneyEdit
           COMPUTE WSDepExpectedTotal =
               WSDepPriorTotal + WSDepActivityTotal
           MOVE WSDepExpectedTotal TO WSMoneyEdit
           DISPLAY "Expected deposits held: " WSMoneyEdit
           MOVE WSDepActualTotal TO WSMoneyEdit
           DISPLAY "Actual deposits held:   " WSMoneyEdit
           IF WSFirstDepBaseline
               DISPLAY "No prior deposit control total - baseline "
                   "established from today's deposits."
               PERFORM Roll-Deposit-Control-Forward
           ELSE
               IF WSDepExpectedTotal = WSDepActualTotal
                   DISPLAY "Deposit reconciliation OK."
                   PERFORM Roll-Deposit-Control-Forward
               ELSE
                   COMPUTE WSDifference =
                       WSDepActualTotal - WSDepExpectedTotal
                   MOVE WSDifference TO WSMoneyEdit
                   DISPLAY "DEPOSIT RECONCILIATION MISMATCH - "
                       "deposit activity does not explain the "
                       "deposits held.  Difference: " WSMoneyEdit
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       Roll-Deposit-Control-Forward.
           OPEN OUTPUT DepControlFile
           MOVE WSDepActualTotal TO DepControlRecord
           WRITE DepControlRecord
           CLOSE DepControlFile.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSRecordCount
