       IDENTIFICATION DIVISION.
       PROGRAM-ID. depreview.
      *> Nightly security-deposit review - walks Deposit.dat and, for
      *> every deposit held (status H):
      *>   - credits a year's interest on each anniversary of the
      *>     last interest date, at the DEPOSIT-INT-RATE run
      *>     parameter (9V999 digits, "0010" = 1.0%, the default),
      *>     journalled through DEPPOST (IN) onto the deposit - the
      *>     customer's Balance is not touched;
      *>   - once the deposit has been held twelve months, and the
      *>     customer has paid on time for the last twelve (no
      *>     dunning notice on DunningLevel.dat and no returned
      *>     payment - NF fee - on CustLedger.dat in that year),
      *>     releases the deposit: the whole amount held plus its
      *>     interest is applied to the Balance as a DA credit
      *>     through LEDGPOST, journalled off the deposit (AP), and
      *>     the deposit is closed.  Whatever the credit leaves over
      *>     the Balance owed becomes a credit balance, which
      *>     refundext.cob refunds on its next run - so one rule
      *>     covers both "apply" and "refund".
      *> Deleted customers are left to the account-closure run.
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
           SELECT DepositFile ASSIGN TO "Deposit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSDepositStatus.
           SELECT DunningFile ASSIGN TO "DunningLevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSDunStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

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

       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 DunLevel                 PIC 9(01).
           02 DunLastNoticeDate        PIC 9(08).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSDepositStatus             PIC X(02).
       01 WSDunStatus                  PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSDepositEOF                 PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "DEPREVIEW".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSOnTimeFlag                PIC X(01) VALUE 'N'.
           88 WSPaidOnTime             VALUE 'Y'.
       01 WSReviewCount                PIC 9(07) VALUE 0.
       01 WSInterestCount              PIC 9(05) VALUE 0.
       01 WSReleaseCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSYearAgo                    PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSRateDigits                 PIC 9(04).
       01 WSDepIntRate                 PIC 9V999 VALUE .010.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSInterestAmount             PIC S9(07)V99.
       01 WSReleaseAmount              PIC S9(07)V99.
       01 WSInterestTotal              PIC S9(09)V99 VALUE 0.
       01 WSReleaseTotal               PIC S9(09)V99 VALUE 0.
       01 WSNoteText                   PIC X(60).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSReviewCount
           PERFORM Check-Period-Open
           COMPUTE WSYearAgo = WSToday - 10000
           MOVE "DEPOSIT-INT-RATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:4) NUMERIC
               MOVE WSParamValue(1:4) TO WSRateDigits
               COMPUTE WSDepIntRate = WSRateDigits / 1000
           END-IF
           OPEN I-O DepositFile
           IF WSDepositStatus NOT = "00"
               DISPLAY "No deposit file - nothing to review."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSReviewCount
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
           PERFORM UNTIL WSDepositEOF = 'Y'
               READ DepositFile NEXT RECORD
                   AT END MOVE 'Y' TO WSDepositEOF
                   NOT AT END
                       IF DepHeld
                           PERFORM Review-One-Deposit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE DepositFile
           DISPLAY "DEPOSIT REVIEW FOR " WSToday
           DISPLAY "Deposits reviewed:     " WSReviewCount
           MOVE WSInterestTotal TO WSBalanceEdit
           DISPLAY "Interest credited:     " WSInterestCount
               "  " WSBalanceEdit
           MOVE WSReleaseTotal TO WSBalanceEdit
           DISPLAY "Deposits released:     " WSReleaseCount
               "  " WSBalanceEdit
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSReviewCount
           GOBACK.

       Review-One-Deposit.
           ADD 1 TO WSReviewCount
           IF DepLastIntDate > 0
                   AND DepLastIntDate + 10000 <= WSToday
               PERFORM Credit-Yearly-Interest
           END-IF
           IF DepReceivedDate + 10000 <= WSToday
               MOVE DepIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO WSFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
               END-READ
               IF WSFound AND NOT IsDeleted
                   PERFORM Check-On-Time-Payment
                   IF WSPaidOnTime
                       PERFORM Release-Deposit
                   END-IF
               END-IF
           END-IF.

       Credit-Yearly-Interest.
           COMPUTE WSInterestAmount ROUNDED =
               DepAmount * WSDepIntRate
           ADD 10000 TO DepLastIntDate
           IF WSInterestAmount > 0
               ADD WSInterestAmount TO DepInterest
               CALL 'DEPPOST' USING WSProgramId, DepIDNum, "IN",
                   WSInterestAmount
               ADD 1 TO WSInterestCount
               ADD WSInterestAmount TO WSInterestTotal
           END-IF
           REWRITE DepositRecord
           IF WSDepositStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF.

      *> On time means no dunning notice dated within the year and
      *> no NSF fee - the mark of a returned payment - posted in it.

       Check-On-Time-Payment.
           SET WSPaidOnTime TO TRUE
           OPEN INPUT DunningFile
           IF WSDunStatus = "00"
               MOVE IDNum TO DunIDNum
               READ DunningFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DunLastNoticeDate > WSYearAgo
                           MOVE 'N' TO WSOnTimeFlag
                       END-IF
               END-READ
               CLOSE DunningFile
           END-IF
           IF WSPaidOnTime
               PERFORM Scan-Ledger-For-NSF
           END-IF.

       Scan-Ledger-For-NSF.
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END
                           IF LedgIDNum = IDNum
                               AND LedgIsNSFFee
                               AND LedgPostDate > WSYearAgo
                               MOVE 'N' TO WSOnTimeFlag
                               SET WSLedgerEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Release-Deposit.
           COMPUTE WSReleaseAmount = (DepAmount + DepInterest) * -1
           ADD WSReleaseAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "DA", WSReleaseAmount
           CALL 'DEPPOST' USING WSProgramId, DepIDNum, "AP",
               WSReleaseAmount
           SET DepClosed TO TRUE
           MOVE WSToday TO DepClosedDate
           REWRITE DepositRecord
           IF WSDepositStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           COMPUTE WSReleaseTotal = WSReleaseTotal - WSReleaseAmount
           ADD 1 TO WSReleaseCount
           COMPUTE WSBalanceEdit = WSReleaseAmount * -1
           MOVE SPACES TO WSNoteText
           STRING "SECURITY DEPOSIT APPLIED TO ACCOUNT "
               DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           IF Balance < 0
               DISPLAY "Customer " IDNum " deposit released - "
                   "credit balance goes to refund."
           ELSE
               DISPLAY "Customer " IDNum " deposit released - "
                   "applied to balance."
           END-IF.

       Check-Period-Open.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSToday
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSReviewCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSDepositStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSReviewCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
