      *> the pending payment against the Balance through LEDGPOST,
      *> and prints a register.  Posting checks the open accounting
      *> period through PERIODCK like every other posting program.
      *> Modification History:
      *>   Enrollments marked prenote-pending by autopaymaint.cob
      *>   now get a zero-dollar prenote record in the same file
      *>   the first night they are seen, whatever their debit day,
      *>   and their live debits are held until the prenote window
      *>   (PRENOTE-DAYS run parameter, default 6 days) passes
      *>   without achreturn.cob marking the prenote returned.  A
      *>   returned prenote holds the debit until the bank details
      *>   are corrected.
      *>   The enrollment now carries a vault token in place of the
      *>   account number; the real number is resolved through
      *>   BANKVLT only as the bank record is written.  A token the
      *>   vault cannot resolve sends nothing and is counted on the
      *>   register for the cash office.
      *>   A rerun the same day no longer debits twice: each
      *>   customer debited is recorded against the run date on
      *>   RunGuard.dat (RUNGUARD), and a rerun skips and lists
      *>   the customers already debited unless a supervisor has
      *>   granted a rerun override through lockutil.cob.  A rerun
      *>   adds to the day's ACHDebit.dat rather than replacing
      *>   the debits already written for the bank.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The run guard is kept against the open accounting
      *>   period and the debit day rather than the calendar
      *>   date, and the debit day follows the PROCESS-DATE run
      *>   parameter when set, so a run restarted after
      *>   midnight picks the same enrollments and skips those
      *>   already debited.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run. Only a missing file now means nothing to debit
      *>   - one that will not open abends instead of skipping
      *>   every autopay customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               88 APPrenotePending     VALUE 'P'.
               88 APPrenoteClear       VALUE 'C' SPACE.
               88 APPrenoteFailed      VALUE 'F'.
           02 APPrenoteDate            PIC 9(08).

      *> Bank's fixed-width debit layout.
       FD ACHFile.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSAutopayStatus              PIC X(02).
       01 WSFullName                   PIC X(31).
       01 WSToday                     PIC 9(08).
       01 WSTodayDay                   PIC 9(02).
       01 WSProcessDate                PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSHeldFlag                  PIC X(01).
           88 WSDebitHeld              VALUE 'Y'.
       01 WSPrenoteDays                PIC 9(03) VALUE 6.
       01 WSTodayInt                   PIC 9(07).
       01 WSClearInt                   PIC 9(07).
       01 WSClearDate                  PIC 9(08).
       01 WSPrenoteCount               PIC 9(05) VALUE 0.
       01 WSHeldCount                  PIC 9(05) VALUE 0.
       01 WSVaultMissCount             PIC 9(05) VALUE 0.
       01 WSBankAccount                PIC X(17).
       01 WSVaultResult               PIC X(01).
           88 WSVaultResolved          VALUE 'Y'.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSGuardAction                PIC X(04).
       01 WSGuardPeriod                PIC X(08).
       01 WSGuardResult               PIC X(01).
           88 WSGuardDone              VALUE 'Y'.
           88 WSGuardOverridden        VALUE 'O'.
       01 WSGuardReply                 PIC X(01).
       01 WSZeroID                     PIC 9(05) VALUE 0.
       01 WSGuardSkipCount             PIC 9(05) VALUE 0.
       01 WSGuardRerunCount            PIC 9(05) VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSDebitCount
           PERFORM Check-Period-Open
      *> The debit day is the processing date's - the PROCESS-DATE
      *> run parameter when set, so a run restarted after midnight
      *> picks the same enrollments - and today's otherwise.
           MOVE WSToday TO WSProcessDate
           MOVE "PROCESS-DATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:8) NUMERIC
               MOVE WSParamValue(1:8) TO WSProcessDate
           END-IF
           MOVE WSProcessDate(7:2) TO WSTodayDay
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
      *> Prenote window comes from RunParams.dat (PRENOTE-DAYS,
      *> 9(3) days); 6 is the documented default.
           MOVE "PRENOTE-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSPrenoteDays
           END-IF
           OPEN I-O AutopayFile
           IF WSAutopayStatus = "35"
               DISPLAY "No autopay enrollments on file - "
                   "nothing to debit."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSDebitCount
               GOBACK
           END-IF
           IF WSAutopayStatus NOT = "00"
               DISPLAY "AutopayEnroll.dat I/O error - status "
                   WSAutopayStatus
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
           IF LVMismatch
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
      *> Guarded per accounting period and debit day, not per
      *> calendar date: each debit day is its own night's file.
           MOVE WSOpenPeriod TO WSGuardPeriod(1:6)
           MOVE WSTodayDay TO WSGuardPeriod(7:2)
           MOVE "SEEN" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, WSZeroID,
               WSGuardPeriod, WSGuardReply
           IF WSGuardReply = 'Y'
               OPEN EXTEND ACHFile
           ELSE
               OPEN OUTPUT ACHFile
           END-IF
           DISPLAY "ACH AUTOPAY DEBIT REGISTER FOR DAY " WSTodayDay
           DISPLAY "-----------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ AutopayFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM Check-Prenote
                       IF APDebitDay = WSTodayDay
                           IF WSDebitHeld
                               ADD 1 TO WSHeldCount
                               DISPLAY "HELD     " APIDNum
                                   " - prenote not yet clear"
                           ELSE
                               PERFORM Debit-One-Customer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WSDebitTotal TO WSBalanceEdit
           DISPLAY "Debits generated: " WSDebitCount
               "  " WSBalanceEdit
           DISPLAY "Prenotes sent:    " WSPrenoteCount
           DISPLAY "Debits held:      " WSHeldCount
           DISPLAY "Vault misses:     " WSVaultMissCount
           DISPLAY "Already debited:  " WSGuardSkipCount
           DISPLAY "Debited again:    " WSGuardRerunCount
               " (supervisor override)"
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSDebitCount
           GOBACK.

      *> A pending enrollment not yet prenoted gets its prenote
      *> tonight; one prenoted long enough ago with no return is
      *> cleared for live debits; anything else pending or
      *> returned holds the debit.

       Check-Prenote.
           MOVE 'N' TO WSHeldFlag
           EVALUATE TRUE
               WHEN APPrenoteFailed
                   SET WSDebitHeld TO TRUE
               WHEN APPrenotePending AND APPrenoteDate NOT NUMERIC
                   PERFORM Send-Prenote
               WHEN APPrenotePending AND APPrenoteDate = 0
                   PERFORM Send-Prenote
               WHEN APPrenotePending
                   PERFORM Check-Prenote-Window
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Check-Prenote-Window.
           COMPUTE WSClearInt =
               FUNCTION INTEGER-OF-DATE(APPrenoteDate)
               + WSPrenoteDays
           IF WSTodayInt < WSClearInt
               SET WSDebitHeld TO TRUE
           ELSE
               SET APPrenoteClear TO TRUE
               REWRITE AutopayRecord
               DISPLAY "CLEARED  " APIDNum
                   " - prenote window passed without a return"
           END-IF.

      *> The bank's prenote is the debit layout with a zero amount
      *> - it proves the routing and account without moving money.

       Send-Prenote.
           SET WSDebitHeld TO TRUE
           PERFORM Resolve-Bank-Account
           IF WSVaultResolved
               PERFORM Write-Prenote
           END-IF.

       Write-Prenote.
           MOVE APIDNum TO IDNum
           MOVE SPACES TO WSFullName
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CALL 'NAMEFMT' USING FirstName, LastName,
                       WSFullName
           END-READ
           MOVE APRouting TO ACH-Routing
           MOVE WSBankAccount TO ACH-Account
           MOVE 0 TO ACH-Amount
           MOVE APIDNum TO ACH-IDNum
           MOVE WSFullName TO ACH-Name
           WRITE ACHRecord
           MOVE WSToday TO APPrenoteDate
           REWRITE AutopayRecord
           ADD 1 TO WSPrenoteCount
           COMPUTE WSClearInt = WSTodayInt + WSPrenoteDays
           COMPUTE WSClearDate = FUNCTION DATE-OF-INTEGER(WSClearInt)
           DISPLAY "PRENOTE  " APIDNum " - live debits held until "
               WSClearDate.

       Debit-One-Customer.
           MOVE APIDNum TO IDNum
           READ CustomerFile
                   " - enrollment has no usable customer."
           ELSE
               IF Balance > 0
                   PERFORM Check-Run-Guard
               END-IF
           END-IF.

      *> A customer already debited today is passed over - the run
      *> is being repeated after a failure - unless a supervisor
      *> has overridden the guard.

       Check-Run-Guard.
           MOVE "TEST" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, IDNum,
               WSGuardPeriod, WSGuardResult
           EVALUATE TRUE
               WHEN WSGuardDone
                   ADD 1 TO WSGuardSkipCount
                   DISPLAY "SKIPPED  " IDNum " - already debited for "
                       WSGuardPeriod
               WHEN WSGuardOverridden
                   ADD 1 TO WSGuardRerunCount
                   DISPLAY "RERUN    " IDNum " - debited again under "
                       "supervisor override"
                   PERFORM Resolve-Bank-Account
               WHEN OTHER
                   PERFORM Resolve-Bank-Account
           END-EVALUATE
           IF NOT WSGuardDone AND WSVaultResolved
               PERFORM Generate-One-Debit
           END-IF.

       Generate-One-Debit.
           MOVE Balance TO WSDebitAmount
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
           MOVE APRouting TO ACH-Routing
           MOVE WSBankAccount TO ACH-Account
           MOVE WSDebitAmount TO ACH-Amount
           MOVE IDNum TO ACH-IDNum
           MOVE WSFullName TO ACH-Name
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "AP", WSPaymentAmount
           MOVE "DONE" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, IDNum,
               WSGuardPeriod, WSGuardReply
           ADD 1 TO WSDebitCount
           ADD WSDebitAmount TO WSDebitTotal
           MOVE WSDebitAmount TO WSBalanceEdit
           DISPLAY "DEBITED  " IDNum " " WSBalanceEdit "  "
               WSFullName.

      *> The real account number exists only in WSBankAccount, and
      *> only for as long as it takes to write the bank record.

       Resolve-Bank-Account.
           MOVE SPACES TO WSBankAccount
           CALL 'BANKVLT' USING "R", WSProgramId, APIDNum,
               WSBankAccount, APAccount, WSVaultResult
           IF NOT WSVaultResolved
               ADD 1 TO WSVaultMissCount
               DISPLAY "NO VAULT " APIDNum " - token " APAcctToken
                   " not resolved; nothing sent"
           END-IF.

       Check-Period-Open.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag,
