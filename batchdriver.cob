      *>   authorizations it sends back.
      *>   Month-end nights now assemble the audit evidence
      *>   package (auditpkg.cob) right after the close.
      *>   Month-end nights now print the sales-tax liability
      *>   report (taxrpt.cob) before the close moves the open
      *>   period on.
      *>   A DEPREVIEW step (depreview.cob) now credits security-
      *>   deposit interest and releases deposits after twelve
      *>   months of on-time payment, ahead of the GL extract.
      *>   A FINALBILL step (finalbill.cob) now final-bills the
      *>   accounts closed since the last run, ahead of the GL
      *>   extract so the prorated charges reach the journal.
      *>   A BUDGETBILL step (budgetbill.cob) now bills budget-plan
      *>   installments and anniversary true-ups after the final
      *>   bills, ahead of the statements.
      *>   A USAGERATE step (usagerate.cob) now rates the metered
      *>   usage feed right after the recurring charges.
      *>   A CONTRACTRV step (contractrev.cob) now queues service-
      *>   agreement renewal notices and renews or expires
      *>   agreements, ahead of LETTERPRNT so the notices print
      *>   the same night.
      *>   Month-end nights now print the promotional-discount
      *>   report (promorpt.cob) after the sales-tax report; like
      *>   TAXRPT, a detail/ledger disagreement (RC 8) warns
      *>   without stopping the close.
      *>   A PRICECHG step (pricechg.cob) now queues scheduled
      *>   price-change notices and moves the recurring-charge
      *>   amounts on the effective date, just ahead of RECURGEN
      *>   so the new price bills the same night.
      *>   A DUPPAYRPT step (duppayrpt.cob) now follows DEPRECON,
      *>   listing payments that look like the same bill paid
      *>   twice across the payment channels.
      *>   Month-end nights now print the collection-agency
      *>   statement (agencystmt.cob) after the promotion report;
      *>   commission off the contract rate (RC 8) warns without
      *>   stopping the close.
      *>   A SETTLECHK step (settlechk.cob) now follows PAYPLANCHK,
      *>   proving settlement agreements against the ledger and
      *>   writing off what is left once one is paid.
      *>   A LIMITUPD step (limitupd.cob) now follows SETTLECHK,
      *>   keeping each delinquent account's statute-of-limitations
      *>   dates, and month-end nights print the limitations report
      *>   (limitrpt.cob) after the agency statement.
      *>   A GUARREV step (guarrev.cob) now follows DEPREVIEW,
      *>   releasing guarantees once their accounts have paid on
      *>   time for the guarantee's release period.
      *>   Month-end nights now print the hardship-program report
      *>   (hardrpt.cob) after the limitations report.
      *>   Month-end nights also print the fee-waiver report by
      *>   operator (waiverrpt.cob) after the hardship report.
      *>   A CASEAGE step (caseage.cob) now follows CONTRACTRV,
      *>   aging open complaint cases against their service level.
      *>   An EBOUNCE step (ebounce.cob) now follows FUTUREADDR,
      *>   putting paperless customers whose e-statement bounced
      *>   back on paper before the statement run.
      *>   An INVOICEGEN step (invoicegen.cob) now follows
      *>   USAGERATE, invoicing commercial customers' cycle charges
      *>   once the night's charges have all posted.
      *>   Quarter-end month-end nights now print the new-account
      *>   vintage report (vintage.cob) after the audit package.
      *>   A SANCTSCRN step (sanctscrn.cob) now follows READFILE,
      *>   rescreening the whole book against the sanctions watch
      *>   list on the first night after a new list is loaded.
      *>   A SODSCAN step (sodscan.cob) now follows DUPPAYRPT,
      *>   reporting operators who worked conflicting duties on one
      *>   account, or their own account, in the last 30 days.
      *>   The processing-date row is now linked into RunLog.dat's
      *>   tamper-evident chain through CHAINLNK like every other
      *>   run-log line.
      *>   The chain is now table-driven: the steps, their order,
      *>   frequency (daily, cycle day, month-end, quarter-end,
      *>   weekly), prerequisites and whether a failure stops the
      *>   chain or is only reported live on JobSteps.dat, which
      *>   JOBPLAN loads, checks and lists as tonight's schedule
      *>   before the lock is taken.  A file with errors refuses
      *>   the run.  The ordering rules formerly noted against each
      *>   step (backup before the first update, GLJOURNAL ahead of
      *>   the month-end block, AUDITPKG right after MONTHEND,
      *>   VINTAGE on quarter-ends, RC 8 a warning for TAXRPT,
      *>   PROMORPT, AGENCYSTMT, DEPRECON and BALSHEET) are carried
      *>   on the shipped JobSteps.dat.  JobCkpt.dat now also
      *>   carries the names of steps that failed or were held
      *>   tonight, so a restart still holds their dependents.
      *>   The chain now refuses to start unless readycheck.cob's
      *>   pre-flight sheet on ReadyCheck.dat shows GO for the
      *>   processing date, or a supervisor has overridden its
      *>   NO-GO through lockutil.cob.
      *>   Each step's report - the print file JobSteps.dat names,
      *>   or the step's own stretch of the console log for a
      *>   report that prints to SYSOUT - is now captured into the
      *>   dated report repository (RPTSAVE) as the step ends, so
      *>   the next night's run no longer destroys it.
      *>   The whole chain now answers the per-customer status
      *>   lookups from CustFlags.dat (FLAGBAT), rebuilt by the
      *>   FLAGBUILD step at the top of the night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReopenFile ASSIGN TO "PeriodReopen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReopenStatus.
           SELECT ReadyFile ASSIGN TO "ReadyCheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReadyStatus.

       DATA DIVISION.
       FILE SECTION.
       01 JobCkptRecord.
           02 JobCkptStep             PIC 9(02).
           02 JobCkptDate              PIC 9(08).
           02 JobCkptFailed.
               03 JobCkptFailedStep    PIC X(10) OCCURS 6 TIMES.

       FD CalendarFile.
       01 CalendarRecord.
           02 CalMonthEndFlag          PIC X(01).

       FD RunLogFile.
       01 RunLogRecord                PIC X(126).

       FD ReopenFile.
       01 ReopenRecord.
           02 PROperator               PIC X(08).
           02 PRReason                 PIC X(40).

      *> Same layout readycheck.cob writes.
       FD ReadyFile.
       01 ReadyRecord.
           02 RCProcessDate           PIC 9(08).
           02 RCResult                 PIC X(01).
               88 RCGo                 VALUE 'G'.
               88 RCNoGo               VALUE 'N'.
           02 RCNoGoCount              PIC 9(03).
           02 RCWarnCount              PIC 9(03).
           02 RCCheckDate              PIC 9(08).
           02 RCOverrideBy             PIC X(08).
           02 RCOverrideDate           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSStepName                  PIC X(20).
       01 WSCkptStatus                 PIC X(02).
       01 WSCurrentStep                PIC 9(02) VALUE 0.
       01 WSEOF                        PIC X(01).
       01 WSProcessDate                PIC 9(08).
       01 WSChainRow                   PIC X(216).
       01 WSDayNumber                  PIC 9(07).
       01 WSDayOfWeek                  PIC 9(01).
       01 WSBusinessDayFlag           PIC X(01) VALUE 'Y'.
       01 WSLockHolder                 PIC X(10) VALUE "BATCHDRIVE".
       01 WSLockResult                 PIC X(01).
       01 WSReopenStatus               PIC X(02).
       01 WSReadyStatus                PIC X(02).
       01 WSStepSub                    PIC 9(02).
       01 WSPreSub                     PIC 9(01).
       01 WSOtherSub                   PIC 9(02).
       01 WSFailSub                    PIC 9(01).
       01 WSStepProgram                PIC X(12).
       01 WSStepRC                     PIC S9(04).
       01 WSHeldFor                    PIC X(10).
       01 WSCallFailedFlag            PIC X(01).
           88 WSCallFailed             VALUE 'Y'.
       01 WSReportedFailCount          PIC 9(02) VALUE 0.
       01 WSFailedCount                PIC 9(01) VALUE 0.
      *> The scheduler routes the chain's console output here.
       01 WSSysoutFile                 PIC X(20)
               VALUE "BatchSysout.prt".
       01 WSReportFile                 PIC X(20).
       01 WSReportMark                 PIC 9(07).
       01 WSSaveResult                PIC X(01).
           88 WSReportSaved            VALUE 'Y'.
       01 WSFailedList.
           02 WSFailedStep             PIC X(10) OCCURS 6 TIMES.
           COPY JOBSTEP.

       PROCEDURE DIVISION.
       Main-Process.
                   "business day - nightly run skipped."
               GOBACK
           END-IF
           PERFORM Check-Readiness
           CALL 'JOBPLAN' USING WSProcessDate, WSMonthEndFlag,
               JobStepTable
           IF JTErrorCount > 0
               DISPLAY "RUN REFUSED - JobSteps.dat has errors (listed "
                   "above).  Correct the file and rerun the chain."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "LOCK" TO WSLockAction
           CALL 'LOCKCTL' USING WSLockAction, WSLockHolder,
               WSLockResult
                   "prior run and will be skipped."
           END-IF

           CALL 'FLAGBAT'
           PERFORM Run-One-Step
               VARYING WSStepSub FROM 1 BY 1
               UNTIL WSStepSub > JTStepCount

           PERFORM Clear-Job-Checkpoint
           MOVE "FREE" TO WSLockAction
           CALL 'LOCKCTL' USING WSLockAction, WSLockHolder,
               WSLockResult
           IF WSReportedFailCount > 0
               DISPLAY "Nightly customer update complete - "
                   WSReportedFailCount " step(s) failed or held; "
                   "see above."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Nightly customer update complete."
           END-IF
           GOBACK.

      *> WSCurrentStep counts only the steps that run tonight, so
      *> the checkpoint's step number means the same thing it
      *> always has for a rerun of the same processing date.

       Run-One-Step.
           IF JTRunsTonight(WSStepSub)
               MOVE JTStepName(WSStepSub) TO WSStepName
               ADD 1 TO WSCurrentStep
               IF WSCurrentStep <= WSLastCompletedStep
                   PERFORM Show-Step-Skipped
               ELSE
                   PERFORM Check-Prerequisites
                   IF JTHeld(WSStepSub)
                       DISPLAY "Step " WSStepName " held - "
                           "prerequisite " WSHeldFor " did not "
                           "complete tonight."
                       PERFORM Note-Step-Failed
                   ELSE
                       PERFORM Call-Step
                   END-IF
                   PERFORM Record-Step-Complete
               END-IF
           END-IF.

      *> A prerequisite that is not scheduled tonight does not
      *> hold its dependent; one that failed or was held does.

       Check-Prerequisites.
           MOVE SPACES TO WSHeldFor
           PERFORM VARYING WSPreSub FROM 1 BY 1 UNTIL WSPreSub > 3
               IF JTPrereq(WSStepSub, WSPreSub) NOT = SPACES
                   PERFORM VARYING WSOtherSub FROM 1 BY 1
                           UNTIL WSOtherSub >= WSStepSub
                       IF JTStepName(WSOtherSub)
                               = JTPrereq(WSStepSub, WSPreSub)
                               AND (JTFailed(WSOtherSub)
                               OR JTHeld(WSOtherSub))
                           SET JTHeld(WSStepSub) TO TRUE
                           MOVE JTStepName(WSOtherSub) TO WSHeldFor
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> ON EXCEPTION only catches a program that can't be loaded;
      *> the return code catches one that ran and failed.  RC 8
      *> from a step JobSteps.dat marks for it is a warning to the
      *> operator, not a reason to leave the lock held.

       Call-Step.
           MOVE JTProgram(WSStepSub) TO WSStepProgram
           MOVE 'N' TO WSCallFailedFlag
           PERFORM Mark-Step-Report
           MOVE 0 TO RETURN-CODE
           CALL WSStepProgram
               ON EXCEPTION SET WSCallFailed TO TRUE
           END-CALL
           MOVE RETURN-CODE TO WSStepRC
           IF NOT WSCallFailed
               PERFORM Save-Step-Report
           END-IF
           IF WSStepRC = 8 AND JTWarningOK(WSStepSub)
               MOVE 0 TO WSStepRC
           END-IF
           IF WSStepRC NOT = 0
               SET WSCallFailed TO TRUE
           END-IF
           IF WSCallFailed
               IF JTStopChain(WSStepSub)
                   PERFORM Abend-Step
               END-IF
               DISPLAY "Step " WSStepName " failed (return code "
                   WSStepRC ") - reported, chain continues."
               PERFORM Note-Step-Failed
           ELSE
               SET JTCompleted(WSStepSub) TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> A print file is the step's alone, so all of it is kept; the
      *> console log is shared by the whole chain, so the mark
      *> taken before the CALL leaves only this step's lines.

       Mark-Step-Report.
           MOVE 0 TO WSReportMark
           MOVE SPACES TO WSReportFile
           IF JTPrintsToSysout(WSStepSub)
               MOVE WSSysoutFile TO WSReportFile
               CALL 'RPTMARK' USING WSReportFile, WSReportMark
           ELSE
               MOVE JTPrintFile(WSStepSub) TO WSReportFile
           END-IF.

       Save-Step-Report.
           IF WSReportFile NOT = SPACES
               CALL 'RPTSAVE' USING JTStepName(WSStepSub),
                   WSReportFile, WSReportMark, WSSaveResult
               IF NOT WSReportSaved
                   DISPLAY "Step " WSStepName " printed nothing to "
                       WSReportFile " - no report captured."
               END-IF
           END-IF.

       Note-Step-Failed.
           IF NOT JTHeld(WSStepSub)
               SET JTFailed(WSStepSub) TO TRUE
           END-IF
           ADD 1 TO WSReportedFailCount
           IF WSFailedCount < 6
               ADD 1 TO WSFailedCount
               MOVE WSStepName TO WSFailedStep(WSFailedCount)
           END-IF.

      *> A reopened accounting period parks the whole chain - the
      *> nightly jobs must not post around a correction in flight.
               CLOSE ReopenFile
           END-IF.

      *> readycheck.cob's sheet must be for tonight's date and say
      *> GO - or carry a supervisor's override of its NO-GO.

       Check-Readiness.
           MOVE 0 TO RCProcessDate
           OPEN INPUT ReadyFile
           IF WSReadyStatus = "00"
               READ ReadyFile
                   AT END MOVE 0 TO RCProcessDate
               END-READ
               CLOSE ReadyFile
           END-IF
           IF RCProcessDate NOT = WSProcessDate
               DISPLAY "RUN REFUSED - no readiness check on "
                   "ReadyCheck.dat for " WSProcessDate ".  Run "
                   "readycheck first."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RCNoGo
               IF RCOverrideBy = SPACES
                   DISPLAY "RUN REFUSED - the readiness check for "
                       WSProcessDate " is NO-GO (" RCNoGoCount
                       " failure(s)).  Fix and rerun readycheck, or "
                       "have a supervisor override through lockutil."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "Readiness NO-GO overridden by " RCOverrideBy
                   " on " RCOverrideDate " - run proceeds."
           END-IF.

      *> The processing date is the date the run is FOR - normally
      *> today, but the PROCESS-DATE run parameter overrides it so
      *> a run that actually starts after midnight still processes
           IF WSParamFound AND WSParamValue(1:8) NUMERIC
               MOVE WSParamValue(1:8) TO WSProcessDate
           END-IF
           MOVE SPACES TO WSChainRow
           STRING "BATCHDRIVE PROCDATE " DELIMITED BY SIZE
               WSProcessDate DELIMITED BY SIZE
               INTO WSChainRow(1:80)
           END-STRING
           CALL 'CHAINLNK' USING "R", WSChainRow
           MOVE WSChainRow TO RunLogRecord
           OPEN EXTEND RunLogFile
           IF WSRunLogStatus = "35"
               OPEN OUTPUT RunLogFile

       Read-Job-Checkpoint.
           MOVE 0 TO WSLastCompletedStep
           MOVE SPACES TO WSFailedList
           MOVE 0 TO WSFailedCount
           OPEN INPUT JobCkptFile
           IF WSCkptStatus = "00"
               READ JobCkptFile
           IF WSLastCompletedStep > 0
               IF JobCkptRecord(3:8) IS NUMERIC
                       AND JobCkptDate = WSProcessDate
                   MOVE JobCkptFailed TO WSFailedList
                   PERFORM VARYING WSFailSub FROM 1 BY 1
                           UNTIL WSFailSub > 6
                       IF WSFailedStep(WSFailSub) NOT = SPACES
                           MOVE WSFailSub TO WSFailedCount
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "RUN REFUSED - JobCkpt.dat holds an "
                       "unfinished run for " JobCkptRecord(3:8)
           OPEN OUTPUT JobCkptFile
           MOVE WSCurrentStep TO JobCkptStep
           MOVE WSProcessDate TO JobCkptDate
           MOVE WSFailedList TO JobCkptFailed
           WRITE JobCkptRecord
           CLOSE JobCkptFile
           IF JTCompleted(WSStepSub)
               DISPLAY "Step " WSStepName " complete."
           END-IF.

      *> A step the prior run got past keeps the outcome it had,
      *> so its dependents are held again if it failed.

       Show-Step-Skipped.
           SET JTCompleted(WSStepSub) TO TRUE
           PERFORM VARYING WSFailSub FROM 1 BY 1
                   UNTIL WSFailSub > 6
               IF WSFailedStep(WSFailSub) = WSStepName
                   SET JTFailed(WSStepSub) TO TRUE
               END-IF
           END-PERFORM
           DISPLAY "Step " WSStepName " skipped - already "
               "completed before the restart.".

           OPEN OUTPUT JobCkptFile
           MOVE 0 TO JobCkptStep
           MOVE WSProcessDate TO JobCkptDate
           MOVE SPACES TO JobCkptFailed
           WRITE JobCkptRecord
           CLOSE JobCkptFile.

