      *>   prints the letters watermarked PROOF but touches
      *>   neither DunningLevel.dat nor the note trail - the
      *>   letters show what WOULD go out at the would-be level.
      *>   A closed (deleted) account whose final bill left a debit
      *>   (FINALST - finalbill.cob places it at level 1) keeps
      *>   being dunned from there like any other past-due account.
      *>   A budget-billing customer (BUDGSTAT) who is paid up on
      *>   the budget amount due is held - the actual balance runs
      *>   ahead of the levelized installments between true-ups.
      *>   A customer keeping an approved settlement agreement
      *>   (SETLSTAT against Settle.dat, verified nightly by
      *>   settlechk.cob) is held; once the agreement is broken the
      *>   account escalates again from its current level.
      *>   A time-barred debt (LIMSTAT against Limitation.dat, kept
      *>   nightly by limitupd.cob) gets no further demand letters -
      *>   once the limitations period has run we may not demand
      *>   payment.
      *>   From the second notice on, an account with an active
      *>   guarantee (GUARGET against Guarantor.dat, kept by
      *>   guarmaint.cob) also gets a copy of the letter addressed
      *>   to the guarantor, noted on the account's trail.
      *>   A customer in an approved hardship program (HARDSTAT,
      *>   kept by hardmaint.cob) is held for as long as the
      *>   program runs; escalation resumes from the current level
      *>   once it ends.
      *>   The run now consults the contact-preference registry
      *>   (PREFCHK against CommPref.dat).  A dunning notice is a
      *>   required notice, so a marketing opt-out does not stop
      *>   it - the letter goes out, and the customer is counted
      *>   and noted as having been sent it as a required notice,
      *>   so "I opted out" can be answered from the trail.
      *>   The night's DunningLetters.prt is now captured into the
      *>   dated report repository (RPTSAVE) - a proof run's is not.
      *>   The per-customer status lookups now answer from the
      *>   consolidated CustFlags.dat (FLAGBAT) instead of opening
      *>   each side file for every customer.
      *>   A rerun the same night no longer escalates twice: each
      *>   customer escalated is recorded against the run date on
      *>   RunGuard.dat (RUNGUARD), and a rerun skips and lists
      *>   the customers already done unless a supervisor has
      *>   granted a rerun override through lockutil.cob.  A rerun
      *>   adds its letters to the night's DunningLetters.prt
      *>   rather than replacing the ones already printed.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The run guard is kept against the open accounting
      *>   period rather than the calendar date, so a run
      *>   restarted after midnight still skips the customers
      *>   it already escalated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSDunStatus                  PIC X(02).
       01 WSLetterCount                PIC 9(07) VALUE 0.
       01 WSResetCount                 PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSFullName                   PIC X(31).
       01 WSNoteText                   PIC X(60).
       01 WSSuppressedCount            PIC 9(05) VALUE 0.
       01 WSPlanHeldCount              PIC 9(05) VALUE 0.
       01 WSPlanFlag                  PIC X(01).
           88 WSPlanCurrent            VALUE 'Y'.
       01 WSSettleHeldCount            PIC 9(05) VALUE 0.
       01 WSSettleFlag                PIC X(01).
           88 WSSettlementKept         VALUE 'Y'.
       01 WSDisputeHeldCount           PIC 9(05) VALUE 0.
       01 WSDisputeFlag               PIC X(01).
           88 WSDisputeOpen            VALUE 'Y'.
       01 WSDisputedAmount             PIC 9(07)V99.
       01 WSLegalHeldCount             PIC 9(05) VALUE 0.
       01 WSBarredHeldCount            PIC 9(05) VALUE 0.
       01 WSHardshipHeldCount          PIC 9(05) VALUE 0.
       01 WSHardshipFlag              PIC X(01).
           88 WSOnHardship             VALUE 'Y'.
       01 WSHardshipRate               PIC 9V999.
       01 WSFeeReliefFlag             PIC X(01).
       01 WSGuarCopyCount              PIC 9(05) VALUE 0.
       01 WSGuarName                   PIC X(31).
       01 WSGuarStreet                 PIC X(25).
       01 WSGuarCity                   PIC X(15).
       01 WSGuarState                  PIC X(02).
       01 WSGuarZip                    PIC X(09).
       01 WSGuarPhone                  PIC 9(10).
       01 WSGuarFlag                  PIC X(01).
           88 WSHasGuarantor           VALUE 'Y'.
       01 WSNoticeLine                 PIC X(80).
       01 WSTimeBarredFlag            PIC X(01).
           88 WSTimeBarred             VALUE 'Y'.
       01 WSReportExpiredFlag         PIC X(01).
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSLegalAction                PIC X(30).
       01 WSAddrType                   PIC X(01) VALUE 'M'.
       01 WSOverrideFlag              PIC X(01).
           88 WSOverrideFound          VALUE 'Y'.
       01 WSReportFile                 PIC X(20)
               VALUE "DunningLetters.prt".
       01 WSReportMark                 PIC 9(07) VALUE 0.
       01 WSSaveResult                 PIC X(01).
       01 WSProofFlag                 PIC X(01) VALUE 'N'.
           88 WSProofMode              VALUE 'Y'.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSFinalFlag                 PIC X(01).
           88 WSFinalBilled            VALUE 'Y'.
       01 WSBudgetHeldCount            PIC 9(05) VALUE 0.
       01 WSBudgetFlag                PIC X(01).
           88 WSOnBudget               VALUE 'Y'.
       01 WSBudgetDue                  PIC 9(07)V99.
       01 WSBudgetInstallment          PIC 9(05)V99.
       01 WSNoPhone                    PIC 9(10) VALUE 0.
       01 WSPrefFlag                  PIC X(01).
           88 WSPrefSuppress           VALUE 'Y'.
       01 WSPrefReason                 PIC X(20).
       01 WSCallFrom                   PIC 9(04).
       01 WSCallTo                     PIC 9(04).
       01 WSRequiredNoticeCount        PIC 9(05) VALUE 0.
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
       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLetterCount
           CALL 'FLAGBAT'
           MOVE "PROOF-MODE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN I-O DunningFile
      *> First run: no dunning-level file yet - create it empty,
      *> then reopen for keyed update.
           IF WSDunStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
      *> The guard is kept per accounting period, not per calendar
      *> day, so a rerun after midnight still finds tonight's rows.
      *> Only the open period is wanted here - dunning posts
      *> nothing, so a closed period does not stop the run.
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           MOVE WSOpenPeriod TO WSGuardPeriod
           MOVE "SEEN" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, WSZeroID,
               WSGuardPeriod, WSGuardReply
           IF WSGuardReply = 'Y'
               OPEN EXTEND LetterFile
           ELSE
               OPEN OUTPUT LetterFile
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF NOT WSIsDeleted
                           PERFORM Review-One-Customer
                       ELSE
                           CALL 'FINALST' USING WSIDNum, WSFinalFlag
                           IF WSFinalBilled
                               PERFORM Review-One-Customer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               WSSuppressedCount
           DISPLAY "Held (payment plan current): "
               WSPlanHeldCount
           DISPLAY "Held (settlement being kept): "
               WSSettleHeldCount
           DISPLAY "Held (budget billing current): "
               WSBudgetHeldCount
           DISPLAY "Held (dispute open): "
               WSDisputeHeldCount
           DISPLAY "Held (legal hold): "
               WSLegalHeldCount
           DISPLAY "Held (time-barred): "
               WSBarredHeldCount
           DISPLAY "Held (hardship program): "
               WSHardshipHeldCount
           DISPLAY "Guarantor copies printed: "
               WSGuarCopyCount
           DISPLAY "Sent to marketing opt-outs (required notice): "
               WSRequiredNoticeCount
           DISPLAY "Already escalated this period (skipped): "
               WSGuardSkipCount
           DISPLAY "Escalated again under override: "
               WSGuardRerunCount
           IF WSProofMode
               DISPLAY "*** PROOF RUN COMPLETE - NOTHING POSTED ***"
           ELSE
               CALL 'RPTSAVE' USING WSProgramId, WSReportFile,
                   WSReportMark, WSSaveResult
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLetterCount
           GOBACK.
           END-READ
           IF WSBalance > 0
               CALL 'LEGALHLD' USING WSIDNum, WSLegalFlag
               CALL 'LIMSTAT' USING WSIDNum, WSTimeBarredFlag,
                   WSReportExpiredFlag
               CALL 'PLANSTAT' USING WSIDNum, WSPlanFlag
               CALL 'SETLSTAT' USING WSIDNum, WSSettleFlag
               CALL 'DISPSTAT' USING WSIDNum, WSDisputeFlag,
                   WSDisputedAmount
               CALL 'BADADDR' USING WSIDNum, WSBadAddressFlag
               CALL 'BUDGSTAT' USING WSIDNum, WSBudgetFlag,
                   WSBudgetDue, WSBudgetInstallment
               CALL 'HARDSTAT' USING WSIDNum, WSHardshipFlag,
                   WSHardshipRate, WSFeeReliefFlag
               EVALUATE TRUE
                   WHEN WSOnLegalHold
                       ADD 1 TO WSLegalHeldCount
                           TO WSLegalAction
                       CALL 'LEGALLOG' USING WSProgramId,
                           WSIDNum, WSLegalAction
                   WHEN WSTimeBarred
                       ADD 1 TO WSBarredHeldCount
                   WHEN WSOnHardship
                       ADD 1 TO WSHardshipHeldCount
                   WHEN WSPlanCurrent
                       ADD 1 TO WSPlanHeldCount
                   WHEN WSSettlementKept
                       ADD 1 TO WSSettleHeldCount
                   WHEN WSOnBudget AND WSBudgetDue = 0
                       ADD 1 TO WSBudgetHeldCount
                   WHEN WSDisputeOpen
                       ADD 1 TO WSDisputeHeldCount
                   WHEN WSAddressBad
                           WSFirstName " " WSLastName
                           " - dunning held, address undeliverable"
                   WHEN OTHER
                       PERFORM Check-Run-Guard
               END-EVALUATE
           ELSE
               IF WSDunFound AND DunLevel > 0
               END-IF
           END-IF.

      *> A customer already escalated in the open accounting period
      *> is passed over - the run is being repeated after a failure
      *> - unless a supervisor has overridden the guard.

       Check-Run-Guard.
           MOVE "TEST" TO WSGuardAction
           CALL 'RUNGUARD' USING WSGuardAction, WSProgramId, WSIDNum,
               WSGuardPeriod, WSGuardResult
           EVALUATE TRUE
               WHEN WSGuardDone
                   ADD 1 TO WSGuardSkipCount
                   DISPLAY "SKIPPED " WSIDNum " - already escalated "
                       "for " WSGuardPeriod
               WHEN WSGuardOverridden
                   ADD 1 TO WSGuardRerunCount
                   DISPLAY "RERUN   " WSIDNum " - escalated again "
                       "under supervisor override"
                   PERFORM Escalate-And-Print
               WHEN OTHER
                   PERFORM Escalate-And-Print
           END-EVALUATE.

       Escalate-And-Print.
           IF WSDunFound
               IF DunLevel < 3
           PERFORM Print-One-Letter
           IF NOT WSProofMode
               PERFORM Leave-Note-Trail
               MOVE "DONE" TO WSGuardAction
               CALL 'RUNGUARD' USING WSGuardAction, WSProgramId,
                   WSIDNum, WSGuardPeriod, WSGuardReply
           END-IF
      *> Checked as marketing mail only to learn of an opt-out -
      *> the notice itself is required and has already printed.
           CALL 'PREFCHK' USING WSIDNum, "M", WSNoPhone,
               WSPrefFlag, WSPrefReason, WSCallFrom, WSCallTo
           IF WSPrefSuppress
               ADD 1 TO WSRequiredNoticeCount
               IF NOT WSProofMode
                   MOVE "DUNNING NOTICE SENT AS A REQUIRED NOTICE"
                       TO WSNoteText
                   CALL 'CUSTNOTE' USING WSIDNum, WSNoteText
               END-IF
           END-IF
           IF DunLevel >= 2
               CALL 'GUARGET' USING WSIDNum, WSGuarName,
                   WSGuarStreet, WSGuarCity, WSGuarState, WSGuarZip,
                   WSGuarPhone, WSGuarFlag
               IF WSHasGuarantor
                   PERFORM Print-Guarantor-Copy
               END-IF
           END-IF.

       Print-One-Letter.
                       INTO LetterLine
                   END-STRING
           END-EVALUATE
           MOVE LetterLine TO WSNoticeLine
           WRITE LetterLine
           ADD 1 TO WSLetterCount.

      *> Same notice, addressed to the guarantor and naming the
      *> account they stand behind.
       Print-Guarantor-Copy.
           MOVE ALL "=" TO LetterLine
           WRITE LetterLine
           IF WSProofMode
               MOVE "*** PROOF - DO NOT MAIL ***" TO LetterLine
               WRITE LetterLine
           END-IF
           MOVE "COPY TO GUARANTOR" TO LetterLine
           WRITE LetterLine
           MOVE WSGuarName TO LetterLine
           WRITE LetterLine
           MOVE WSGuarStreet TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING WSGuarCity DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSGuarState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSGuarZip DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "Dear " DELIMITED BY SIZE
               WSGuarName DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "As guarantor of the account of "
               DELIMITED BY SIZE
               WSFullName DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WSIDNum DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE WSNoticeLine TO LetterLine
           WRITE LetterLine
           ADD 1 TO WSGuarCopyCount
           IF NOT WSProofMode
               MOVE SPACES TO WSNoteText
               STRING "DUNNING NOTICE LEVEL " DELIMITED BY SIZE
                   DunLevel DELIMITED BY SIZE
                   " COPIED TO GUARANTOR" DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING WSIDNum, WSNoteText
           END-IF.

       Leave-Note-Trail.
           MOVE SPACES TO WSNoteText
           STRING "DUNNING NOTICE LEVEL " DELIMITED BY SIZE
