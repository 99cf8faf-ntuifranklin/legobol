       IDENTIFICATION DIVISION.
       PROGRAM-ID. readycheck.
      *> Pre-flight readiness check - run by the scheduler ahead of
      *> batchdriver.cob, it proves tonight's chain has what it needs
      *> before the first step starts, instead of a step dying
      *> twenty minutes in.  Every check prints one line of the
      *> go/no-go sheet:
      *>   GO     - the check passed;
      *>   WARN   - worth a look, but the chain can run;
      *>   NO-GO  - the chain would fail or do damage.
      *> The checks:
      *>   - each inbound feed on ExpectedFeeds.dat is present (a
      *>     feed tied to a step is only expected on nights
      *>     JobSteps.dat runs that step), not already consumed by
      *>     its loader on the LoadedFeeds.dat register, and its
      *>     trailer control count is readable and agrees with the
      *>     detail lines;
      *>   - JobSteps.dat loads clean (JOBPLAN, which also prints
      *>     tonight's schedule);
      *>   - the accounting period on PeriodControl.dat is open for
      *>     the processing date and no reopen is pending;
      *>   - the BatchLock.dat batch lock is free and RecLock.dat
      *>     holds no customer in-use marks;
      *>   - last night's run ended clean - no unfinished JobCkpt.dat
      *>     checkpoint for another date, and every job started on
      *>     RunLog.dat since the last night's processing-date row
      *>     ended without an ABEND;
      *>   - the key files open, and OpenItems.dat and
      *>     AutopayEnroll.dat are at the layout version the
      *>     programs are compiled for (LAYOUTVR.CPY).
      *> The verdict is kept on ReadyCheck.dat for the processing
      *> date.  batchdriver.cob refuses to start without a GO for
      *> the night, unless a supervisor has overridden a NO-GO
      *> through lockutil.cob.  A NO-GO ends with return code 8.
      *> ExpectedFeeds.dat, one line per feed:
      *>   feed file name (20), register name its loader passes to
      *>   FEEDREG (12, blank when the loader keeps no register),
      *>   trailer style (C - "T,count"; F - "T" and a 7-digit
      *>   count; N - no trailer), required flag (Y - missing is a
      *>   NO-GO; N - missing is a WARN), and the JobSteps.dat step
      *>   that consumes it (blank - every night).
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
      *>   RunLog.dat rows are read at their full width, the
      *>   80-byte row plus the chain link after it, so the
      *>   link no longer comes back as a row of its own.
      *>   OpenItems.dat is checked to open in the layout
      *>   carrying the invoice number; a file still in the
      *>   older layout is a NO-GO until oiconvert.cob has
      *>   rebuilt it.
      *>   OpenItems.dat and AutopayEnroll.dat are judged by
      *>   their layout versions (LAYOUTCK against
      *>   LayoutCtl.dat); a file at an earlier version is a
      *>   NO-GO until oiconvert.cob or vaultconvert.cob has
      *>   rebuilt it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExpectedFeedFile ASSIGN TO "ExpectedFeeds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSExpectedStatus.
           SELECT FeedFile ASSIGN TO DYNAMIC WSFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFeedStatus.
           SELECT CalendarFile ASSIGN TO "BizCalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCalStatus.
           SELECT ReopenFile ASSIGN TO "PeriodReopen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReopenStatus.
           SELECT RecLockFile ASSIGN TO "RecLock.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RLIDNum
               FILE STATUS IS WSRecLockStatus.
           SELECT JobCkptFile ASSIGN TO "JobCkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCkptStatus.
           SELECT RunLogFile ASSIGN TO "RunLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRunLogStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOperatorStatus.
           SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OIKey
               FILE STATUS IS WSItemStatus.
           SELECT AutopayFile ASSIGN TO "AutopayEnroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APIDNum
               FILE STATUS IS WSAutopayStatus.
           SELECT ReadyFile ASSIGN TO "ReadyCheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReadyStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExpectedFeedFile.
       01 ExpectedFeedRecord.
           02 EFFeedFile              PIC X(20).
           02 EFRegName                PIC X(12).
           02 EFTrailer                PIC X(01).
               88 EFCommaTrailer       VALUE 'C'.
               88 EFFixedTrailer       VALUE 'F'.
           02 EFRequired               PIC X(01).
               88 EFFeedRequired       VALUE 'Y'.
           02 EFStep                   PIC X(10).

       FD FeedFile.
       01 FeedLine                    PIC X(100).

      *> Same layout calmaint.cob writes.
       FD CalendarFile.
       01 CalendarRecord.
           02 CalDate                 PIC 9(08).
           02 CalHolidayFlag           PIC X(01).
           02 CalMonthEndFlag          PIC X(01).

      *> Same layout periodreopen.cob writes.
       FD ReopenFile.
       01 ReopenRecord.
           02 PRStatus                PIC X(01).
               88 PRReopenActive       VALUE 'O'.
           02 PRPeriod                 PIC 9(06).
           02 PRDate                   PIC 9(08).
           02 PROperator               PIC X(08).
           02 PRReason                 PIC X(40).

      *> Same layout RECLOCK keeps.
       FD RecLockFile.
       01 RecLockRecord.
           02 RLIDNum                 PIC 9(05).
           02 RLOperator               PIC X(08).
           02 RLDate                   PIC 9(08).

      *> Same layout batchdriver.cob writes.
       FD JobCkptFile.
       01 JobCkptRecord.
           02 JobCkptStep             PIC 9(02).
           02 JobCkptDate              PIC 9(08).

       FD RunLogFile.
       01 RunLogRecord.
           02 RunLogRow               PIC X(80).
           02 FILLER                   PIC X(46).

       FD CustomerFile.
           COPY CUSTREC.

       FD LedgerFile.
       01 LedgerLine                  PIC X(80).

       FD OperatorFile.
       01 OperatorLine                PIC X(80).

      *> Same layout OPENITEM.cob writes.
       FD OpenItemFile.
       01 OpenItemRecord.
           02 OIKey.
               03 OIIDNum             PIC 9(05).
               03 OISeq                PIC 9(04).
           02 OIPostDate               PIC 9(08).
           02 OITransCode              PIC X(02).
           02 OIOrigAmount             PIC 9(07)V99.
           02 OIRemainder              PIC 9(07)V99.
           02 OIInvoice                PIC 9(07).

      *> Same layout autopaymaint.cob writes.
       FD AutopayFile.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APRouting                PIC 9(09).
           02 APAccount                PIC X(17).
           02 APDebitDay               PIC 9(02).
           02 APReturnCount            PIC 9(02).
           02 APPrenoteStatus          PIC X(01).
           02 APPrenoteDate            PIC 9(08).

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
           COPY LAYOUTVR.
       01 WSExpectedStatus            PIC X(02).
       01 WSFeedStatus                PIC X(02).
       01 WSCalStatus                 PIC X(02).
       01 WSReopenStatus              PIC X(02).
       01 WSRecLockStatus             PIC X(02).
       01 WSCkptStatus                PIC X(02).
       01 WSRunLogStatus              PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus              PIC X(02).
       01 WSOperatorStatus            PIC X(02).
       01 WSItemStatus                PIC X(02).
       01 WSAutopayStatus             PIC X(02).
       01 WSReadyStatus               PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSFeedEOF                   PIC X(01).
       01 WSProgramId                  PIC X(10) VALUE "READYCHK".
       01 WSNoGoCount                  PIC 9(03) VALUE 0.
       01 WSWarnCount                  PIC 9(03) VALUE 0.
       01 WSGoCount                    PIC 9(03) VALUE 0.
       01 WSLogCount                   PIC 9(07) VALUE 0.
       01 WSCheckText                  PIC X(70).
       01 WSToday                     PIC 9(08).
       01 WSProcessDate                PIC 9(08).
       01 WSDayNumber                  PIC 9(07).
       01 WSDayOfWeek                  PIC 9(01).
       01 WSBusinessDayFlag           PIC X(01) VALUE 'Y'.
           88 WSBusinessDay            VALUE 'Y'.
       01 WSMonthEndFlag              PIC X(01) VALUE 'N'.
           88 WSMonthEndDay            VALUE 'Y'.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSFeedFileName               PIC X(20).
       01 WSFeedIdentity               PIC X(20).
       01 WSLoadedFlag                PIC X(01).
           88 WSAlreadyLoaded          VALUE 'Y'.
       01 WSFeedExpectedFlag          PIC X(01).
           88 WSFeedExpected           VALUE 'Y'.
       01 WSDetailCount                PIC 9(07).
       01 WSTrailerCount               PIC 9(07).
       01 WSTrailerTag                 PIC X(01).
       01 WSTrailerText                PIC X(10).
       01 WSTrailerLength              PIC 9(02).
       01 WSTrailerFlag               PIC X(01).
           88 WSTrailerSeen            VALUE 'Y'.
           88 WSTrailerBad             VALUE 'B'.
       01 WSStepSub                    PIC 9(02).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSLockAction                 PIC X(04).
       01 WSLockHolder                 PIC X(10) VALUE "READYCHK".
       01 WSLockResult                 PIC X(01).
       01 WSMarkCount                  PIC 9(05).
       01 WSRowProgram                 PIC X(10).
       01 WSRowEvent                   PIC X(08).
       01 WSPriorRunDate               PIC 9(08) VALUE 0.
       01 WSSegmentFlag               PIC X(01) VALUE 'N'.
           88 WSJudgingSegment         VALUE 'Y'.
       01 WSJobCount                   PIC 9(02) VALUE 0.
       01 WSJobSub                     PIC 9(02).
       01 WSJobTable.
           02 WSJobEntry OCCURS 60 TIMES.
               03 WSJobProgram        PIC X(10).
               03 WSJobState          PIC X(01).
                   88 WSJobOpen        VALUE 'S'.
                   88 WSJobEnded       VALUE 'E'.
                   88 WSJobAbended     VALUE 'A'.
           COPY JOBSTEP.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLogCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM Set-Processing-Date
           PERFORM Check-Business-Day
           DISPLAY "NIGHTLY RUN READINESS CHECK FOR " WSProcessDate
           DISPLAY "-----------------------------------"
           IF NOT WSBusinessDay
               DISPLAY "Processing date " WSProcessDate " is not a "
                   "business day - the nightly run will skip it."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSLogCount
               GOBACK
           END-IF
           CALL 'JOBPLAN' USING WSProcessDate, WSMonthEndFlag,
               JobStepTable
           IF JTErrorCount > 0
               MOVE "JobSteps.dat has errors - see the listing above"
                   TO WSCheckText
               PERFORM Note-No-Go
           ELSE
               MOVE "JobSteps.dat loads clean" TO WSCheckText
               PERFORM Note-Go
           END-IF
           PERFORM Check-Expected-Feeds
           PERFORM Check-Period
           PERFORM Check-Locks
           PERFORM Check-Job-Checkpoint
           PERFORM Check-Last-Run
           PERFORM Check-Key-Files
           DISPLAY "-----------------------------------"
           DISPLAY "Checks passed: " WSGoCount "  warnings: "
               WSWarnCount "  failed: " WSNoGoCount
           IF WSNoGoCount > 0
               DISPLAY "*** NO-GO *** - batchdriver will refuse to "
                   "start until the failures are fixed and this "
                   "check rerun, or a supervisor overrides through "
                   "lockutil."
           ELSE
               DISPLAY "*** GO *** - the nightly run may start."
           END-IF
           PERFORM Write-Ready-Record
           MOVE WSNoGoCount TO WSLogCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLogCount
           IF WSNoGoCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Note-Go.
           ADD 1 TO WSGoCount
           DISPLAY "GO     " WSCheckText.

       Note-Warn.
           ADD 1 TO WSWarnCount
           DISPLAY "WARN   " WSCheckText.

       Note-No-Go.
           ADD 1 TO WSNoGoCount
           DISPLAY "NO-GO  " WSCheckText.

      *> Same processing-date rule batchdriver.cob applies - the
      *> PROCESS-DATE run parameter when set, otherwise today.

       Set-Processing-Date.
           MOVE WSToday TO WSProcessDate
           MOVE "PROCESS-DATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:8) NUMERIC
               MOVE WSParamValue(1:8) TO WSProcessDate
           END-IF.

       Check-Business-Day.
           MOVE 'Y' TO WSBusinessDayFlag
           MOVE 'N' TO WSMonthEndFlag
      *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so
      *> remainder 6 is Saturday and remainder 0 is Sunday.
           COMPUTE WSDayNumber =
               FUNCTION INTEGER-OF-DATE(WSProcessDate)
           COMPUTE WSDayOfWeek =
               FUNCTION MOD(WSDayNumber, 7)
           IF WSDayOfWeek = 6 OR WSDayOfWeek = 0
               MOVE 'N' TO WSBusinessDayFlag
           END-IF
           MOVE 'N' TO WSEOF
           OPEN INPUT CalendarFile
           IF WSCalStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ CalendarFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CalDate = WSProcessDate
                               IF CalHolidayFlag = 'Y'
                                   MOVE 'N' TO WSBusinessDayFlag
                               END-IF
                               IF CalMonthEndFlag = 'Y'
                                   SET WSMonthEndDay TO TRUE
                               END-IF
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       Check-Expected-Feeds.
           OPEN INPUT ExpectedFeedFile
           IF WSExpectedStatus NOT = "00"
               MOVE "ExpectedFeeds.dat not on file - no feeds checked"
                   TO WSCheckText
               PERFORM Note-Warn
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ExpectedFeedFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF EFFeedFile NOT = SPACES
                               PERFORM Check-One-Feed
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ExpectedFeedFile
           END-IF.

      *> A feed tied to a step is only looked for on a night that
      *> step runs.

       Check-One-Feed.
           MOVE 'Y' TO WSFeedExpectedFlag
           IF EFStep NOT = SPACES
               MOVE 'N' TO WSFeedExpectedFlag
               PERFORM VARYING WSStepSub FROM 1 BY 1
                       UNTIL WSStepSub > JTStepCount
                   IF JTStepName(WSStepSub) = EFStep
                           AND JTRunsTonight(WSStepSub)
                       SET WSFeedExpected TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WSFeedExpected
               MOVE EFFeedFile TO WSFeedFileName
               OPEN INPUT FeedFile
               IF WSFeedStatus NOT = "00"
                   MOVE SPACES TO WSCheckText
                   STRING EFFeedFile DELIMITED BY SPACE
                       " has not arrived" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   IF EFFeedRequired
                       PERFORM Note-No-Go
                   ELSE
                       PERFORM Note-Warn
                   END-IF
               ELSE
                   PERFORM Scan-Feed
                   CLOSE FeedFile
                   PERFORM Judge-Feed
               END-IF
           END-IF.

      *> One pass counts the details, keeps the first detail line
      *> as the feed's identity (the loaders' FEEDCHK rule) and
      *> reads the trailer.

       Scan-Feed.
           MOVE 0 TO WSDetailCount
           MOVE 0 TO WSTrailerCount
           MOVE 'N' TO WSTrailerFlag
           MOVE SPACES TO WSFeedIdentity
           MOVE 'N' TO WSFeedEOF
           PERFORM UNTIL WSFeedEOF = 'Y'
               READ FeedFile
                   AT END MOVE 'Y' TO WSFeedEOF
                   NOT AT END
                       IF FeedLine(1:1) = "T"
                               AND (EFCommaTrailer OR EFFixedTrailer)
                           PERFORM Read-Trailer
                       ELSE
                           ADD 1 TO WSDetailCount
                           IF WSDetailCount = 1
                               MOVE FeedLine(1:20) TO WSFeedIdentity
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Read-Trailer.
           IF EFFixedTrailer
               IF FeedLine(2:7) IS NUMERIC
                   MOVE FeedLine(2:7) TO WSTrailerCount
                   SET WSTrailerSeen TO TRUE
               ELSE
                   SET WSTrailerBad TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO WSTrailerText
               MOVE 0 TO WSTrailerLength
               UNSTRING FeedLine DELIMITED BY "," OR SPACE
                   INTO WSTrailerTag
                   WSTrailerText COUNT IN WSTrailerLength
               END-UNSTRING
               IF WSTrailerLength > 0 AND WSTrailerLength < 8
                       AND WSTrailerText(1:WSTrailerLength) IS NUMERIC
                   MOVE WSTrailerText(1:WSTrailerLength)
                       TO WSTrailerCount
                   SET WSTrailerSeen TO TRUE
               ELSE
                   SET WSTrailerBad TO TRUE
               END-IF
           END-IF.

       Judge-Feed.
           MOVE SPACES TO WSCheckText
           EVALUATE TRUE
               WHEN (EFCommaTrailer OR EFFixedTrailer)
                       AND NOT WSTrailerSeen
                   STRING EFFeedFile DELIMITED BY SPACE
                       " trailer missing or unreadable - feed may "
                       "be truncated" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-No-Go
               WHEN (EFCommaTrailer OR EFFixedTrailer)
                       AND WSTrailerCount NOT = WSDetailCount
                   STRING EFFeedFile DELIMITED BY SPACE
                       " trailer says " DELIMITED BY SIZE
                       WSTrailerCount DELIMITED BY SIZE
                       ", feed holds " DELIMITED BY SIZE
                       WSDetailCount DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-No-Go
               WHEN OTHER
                   MOVE 'N' TO WSLoadedFlag
                   IF EFRegName NOT = SPACES
                       CALL "FEEDCHK" USING EFRegName,
                           WSFeedIdentity, WSLoadedFlag
                   END-IF
                   IF WSAlreadyLoaded
                       STRING EFFeedFile DELIMITED BY SPACE
                           " is already on LoadedFeeds.dat - last "
                           "night's feed, not tonight's"
                           DELIMITED BY SIZE
                           INTO WSCheckText
                       END-STRING
                       PERFORM Note-No-Go
                   ELSE
                       STRING EFFeedFile DELIMITED BY SPACE
                           " present, " DELIMITED BY SIZE
                           WSDetailCount DELIMITED BY SIZE
                           " record(s)" DELIMITED BY SIZE
                           INTO WSCheckText
                       END-STRING
                       PERFORM Note-Go
                   END-IF
           END-EVALUATE.

      *> PERIODCK's posting rule, applied to the processing date.
      *> An open period behind the processing month means last
      *> month's close has not run - the chain can post, but
      *> someone should know.

       Check-Period.
           CALL 'PERIODCK' USING WSProcessDate, WSPeriodFlag,
               WSOpenPeriod
           MOVE SPACES TO WSCheckText
           EVALUATE TRUE
               WHEN NOT WSPostingAllowed
                   STRING "Period " DELIMITED BY SIZE
                       WSProcessDate(1:6) DELIMITED BY SIZE
                       " is closed - PeriodControl.dat has "
                       DELIMITED BY SIZE
                       WSOpenPeriod DELIMITED BY SIZE
                       " open" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-No-Go
               WHEN WSOpenPeriod < WSProcessDate(1:6)
                   STRING "Open period " DELIMITED BY SIZE
                       WSOpenPeriod DELIMITED BY SIZE
                       " is behind the processing month - has "
                       "monthend run?" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-Warn
               WHEN OTHER
                   STRING "Accounting period " DELIMITED BY SIZE
                       WSOpenPeriod DELIMITED BY SIZE
                       " is open" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-Go
           END-EVALUATE
           OPEN INPUT ReopenFile
           IF WSReopenStatus = "00"
               READ ReopenFile
                   AT END CONTINUE
                   NOT AT END
                       IF PRReopenActive
                           MOVE SPACES TO WSCheckText
                           STRING "Period " DELIMITED BY SIZE
                               PRPeriod DELIMITED BY SIZE
                               " is reopened and awaiting its "
                               "re-close" DELIMITED BY SIZE
                               INTO WSCheckText
                           END-STRING
                           PERFORM Note-No-Go
                       END-IF
               END-READ
               CLOSE ReopenFile
           END-IF.

       Check-Locks.
           MOVE "TEST" TO WSLockAction
           CALL 'LOCKCTL' USING WSLockAction, WSLockHolder,
               WSLockResult
           IF WSLockResult = 'Y'
               MOVE "Batch lock is held - clear a stale one in lockutil"
                   TO WSCheckText
               PERFORM Note-No-Go
           ELSE
               MOVE "Batch lock is free" TO WSCheckText
               PERFORM Note-Go
           END-IF
           MOVE 0 TO WSMarkCount
           OPEN INPUT RecLockFile
           IF WSRecLockStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ RecLockFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END ADD 1 TO WSMarkCount
                   END-READ
               END-PERFORM
               CLOSE RecLockFile
           END-IF
           MOVE SPACES TO WSCheckText
           IF WSMarkCount > 0
               STRING WSMarkCount DELIMITED BY SIZE
                   " customer in-use mark(s) on RecLock.dat - see "
                   "lockutil" DELIMITED BY SIZE
                   INTO WSCheckText
               END-STRING
               PERFORM Note-No-Go
           ELSE
               MOVE "No customer records marked in use" TO WSCheckText
               PERFORM Note-Go
           END-IF.

      *> A checkpoint for tonight's own date is a restart of
      *> tonight's run, which batchdriver picks up; one for any
      *> other date is a run nobody finished.

       Check-Job-Checkpoint.
           MOVE 0 TO JobCkptStep
           OPEN INPUT JobCkptFile
           IF WSCkptStatus = "00"
               READ JobCkptFile
                   AT END MOVE 0 TO JobCkptStep
               END-READ
               CLOSE JobCkptFile
               IF JobCkptRecord(1:2) NOT NUMERIC
                   MOVE 0 TO JobCkptStep
               END-IF
           END-IF
           MOVE SPACES TO WSCheckText
           EVALUATE TRUE
               WHEN JobCkptStep = 0
                   MOVE "No unfinished run on JobCkpt.dat"
                       TO WSCheckText
                   PERFORM Note-Go
               WHEN JobCkptDate = WSProcessDate
                   STRING "Restart of tonight's run - steps 1 thru "
                       DELIMITED BY SIZE
                       JobCkptStep DELIMITED BY SIZE
                       " already complete" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-Warn
               WHEN OTHER
                   STRING "JobCkpt.dat holds an unfinished run for "
                       DELIMITED BY SIZE
                       JobCkptRecord(3:8) DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-No-Go
           END-EVALUATE.

      *> batchdriver writes a processing-date row at the top of
      *> every run; the jobs logged after the last one for an
      *> earlier date are last night's.  This check's own rows are
      *> left out.

       Check-Last-Run.
           OPEN INPUT RunLogFile
           IF WSRunLogStatus NOT = "00"
               MOVE "RunLog.dat not on file - no prior run to check"
                   TO WSCheckText
               PERFORM Note-Warn
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ RunLogFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Take-Run-Log-Row
                   END-READ
               END-PERFORM
               CLOSE RunLogFile
               PERFORM Judge-Last-Run
           END-IF.

       Take-Run-Log-Row.
           MOVE SPACES TO WSRowProgram
           MOVE SPACES TO WSRowEvent
           UNSTRING RunLogRow DELIMITED BY ALL SPACE
               INTO WSRowProgram, WSRowEvent
           END-UNSTRING
           EVALUATE TRUE
               WHEN WSRowProgram = "BATCHDRIVE"
                       AND WSRowEvent = "PROCDATE"
                   IF RunLogRecord(21:8) IS NUMERIC
                           AND RunLogRecord(21:8) < WSProcessDate
                       MOVE RunLogRecord(21:8) TO WSPriorRunDate
                       MOVE 0 TO WSJobCount
                       SET WSJudgingSegment TO TRUE
                   ELSE
                       MOVE 'N' TO WSSegmentFlag
                   END-IF
               WHEN WSRowProgram = WSProgramId
                   CONTINUE
               WHEN WSJudgingSegment
                   PERFORM Credit-Run-Log-Row
           END-EVALUATE.

       Credit-Run-Log-Row.
           PERFORM VARYING WSJobSub FROM 1 BY 1
                   UNTIL WSJobSub > WSJobCount
                   OR WSJobProgram(WSJobSub) = WSRowProgram
               CONTINUE
           END-PERFORM
           IF WSJobSub > WSJobCount AND WSJobCount < 60
               ADD 1 TO WSJobCount
               MOVE WSRowProgram TO WSJobProgram(WSJobCount)
               MOVE SPACE TO WSJobState(WSJobCount)
           END-IF
           IF WSJobSub <= WSJobCount
               EVALUATE WSRowEvent
                   WHEN "START"
                       IF NOT WSJobAbended(WSJobSub)
                           SET WSJobOpen(WSJobSub) TO TRUE
                       END-IF
                   WHEN "END"
                       IF NOT WSJobAbended(WSJobSub)
                           SET WSJobEnded(WSJobSub) TO TRUE
                       END-IF
                   WHEN "ABEND"
                       SET WSJobAbended(WSJobSub) TO TRUE
               END-EVALUATE
           END-IF.

       Judge-Last-Run.
           MOVE SPACES TO WSCheckText
           IF WSPriorRunDate = 0
               MOVE "No earlier nightly run on RunLog.dat to check"
                   TO WSCheckText
               PERFORM Note-Warn
           ELSE
               MOVE 0 TO WSMarkCount
               PERFORM Judge-One-Job
                   VARYING WSJobSub FROM 1 BY 1
                   UNTIL WSJobSub > WSJobCount
               IF WSMarkCount = 0
                   STRING "Run for " DELIMITED BY SIZE
                       WSPriorRunDate DELIMITED BY SIZE
                       " ended clean on RunLog.dat" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-Go
               END-IF
           END-IF.

       Judge-One-Job.
           MOVE SPACES TO WSCheckText
           EVALUATE TRUE
               WHEN WSJobAbended(WSJobSub)
                   STRING "Run for " DELIMITED BY SIZE
                       WSPriorRunDate DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WSJobProgram(WSJobSub) DELIMITED BY SPACE
                       " ABENDED" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   ADD 1 TO WSMarkCount
                   PERFORM Note-No-Go
               WHEN WSJobOpen(WSJobSub)
                   STRING "Run for " DELIMITED BY SIZE
                       WSPriorRunDate DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WSJobProgram(WSJobSub) DELIMITED BY SPACE
                       " started but never ended" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   ADD 1 TO WSMarkCount
                   PERFORM Note-No-Go
           END-EVALUATE.

       Check-Key-Files.
           OPEN INPUT CustomerFile
           MOVE "Customer.dat" TO WSFeedFileName
           MOVE WSFileStatus TO WSFeedStatus
           PERFORM Judge-Key-File
           IF WSFileStatus = "00"
               CLOSE CustomerFile
           END-IF
           IF WSFileStatus = "00"
               PERFORM Check-Customer-Layout
           END-IF
           OPEN INPUT LedgerFile
           MOVE "CustLedger.dat" TO WSFeedFileName
           MOVE WSLedgerStatus TO WSFeedStatus
           PERFORM Judge-Key-File
           IF WSLedgerStatus = "00"
               CLOSE LedgerFile
           END-IF
           OPEN INPUT OperatorFile
           MOVE "Operators.dat" TO WSFeedFileName
           MOVE WSOperatorStatus TO WSFeedStatus
           PERFORM Judge-Key-File
           IF WSOperatorStatus = "00"
               CLOSE OperatorFile
           END-IF
           OPEN INPUT CalendarFile
           MOVE "BizCalendar.dat" TO WSFeedFileName
           MOVE WSCalStatus TO WSFeedStatus
           PERFORM Judge-Key-File
           IF WSCalStatus = "00"
               CLOSE CalendarFile
           END-IF
           PERFORM Check-Open-Item-Layout
           PERFORM Check-Autopay-Layout.

       Judge-Key-File.
           MOVE SPACES TO WSCheckText
           IF WSFeedStatus = "00"
               STRING WSFeedFileName DELIMITED BY SPACE
                   " opens" DELIMITED BY SIZE
                   INTO WSCheckText
               END-STRING
               PERFORM Note-Go
           ELSE
               STRING WSFeedFileName DELIMITED BY SPACE
                   " will not open - file status " DELIMITED BY SIZE
                   WSFeedStatus DELIMITED BY SIZE
                   INTO WSCheckText
               END-STRING
               PERFORM Note-No-Go
           END-IF.

      *> A master written under another layout than the night's
      *> programs were compiled for would be misread by every step.

       Check-Customer-Layout.
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           MOVE SPACES TO WSCheckText
           IF LVMismatch
               MOVE "Customer.dat layout differs - run layoutcnv"
                   TO WSCheckText
               PERFORM Note-No-Go
           ELSE
               MOVE "Customer.dat layout version matches the programs"
                   TO WSCheckText
               PERFORM Note-Go
           END-IF.

      *> OpenItems.dat written before items carried their invoice
      *> number is at layout version 1 until oiconvert.cob has
      *> rebuilt it and stamped it; a file that will not open at
      *> all is the same story.  No file at all is fine - OPENITEM
      *> creates it, stamped, with the first item.

       Check-Open-Item-Layout.
           OPEN INPUT OpenItemFile
           MOVE SPACES TO WSCheckText
           EVALUATE WSItemStatus
               WHEN "00"
                   CLOSE OpenItemFile
                   CALL 'LAYOUTCK' USING LVOpenItemMaster, LVResult
                   IF LVMismatch
                       STRING "OpenItems.dat layout differs - run "
                               DELIMITED BY SIZE
                           "oiconvert" DELIMITED BY SIZE
                           INTO WSCheckText
                       END-STRING
                       PERFORM Note-No-Go
                   ELSE
                       STRING "OpenItems.dat layout version "
                               DELIMITED BY SIZE
                           "matches the programs" DELIMITED BY SIZE
                           INTO WSCheckText
                       END-STRING
                       PERFORM Note-Go
                   END-IF
               WHEN "35"
                   MOVE "OpenItems.dat not yet created" TO WSCheckText
                   PERFORM Note-Go
               WHEN OTHER
                   STRING "OpenItems.dat will not open - file status "
                           DELIMITED BY SIZE
                       WSItemStatus DELIMITED BY SIZE
                       " - run oiconvert" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-No-Go
           END-EVALUATE.

      *> AutopayEnroll.dat the same way: the 35-byte layout from
      *> before the account token is at version 1 until
      *> vaultconvert.cob has rebuilt it; autopaymaint.cob creates
      *> a new file stamped.

       Check-Autopay-Layout.
           OPEN INPUT AutopayFile
           MOVE SPACES TO WSCheckText
           EVALUATE WSAutopayStatus
               WHEN "00"
                   CLOSE AutopayFile
                   CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
                   IF LVMismatch
                       STRING "AutopayEnroll.dat layout differs - run "
                               DELIMITED BY SIZE
                           "vaultconvert" DELIMITED BY SIZE
                           INTO WSCheckText
                       END-STRING
                       PERFORM Note-No-Go
                   ELSE
                       STRING "AutopayEnroll.dat layout version "
                               DELIMITED BY SIZE
                           "matches the programs" DELIMITED BY SIZE
                           INTO WSCheckText
                       END-STRING
                       PERFORM Note-Go
                   END-IF
               WHEN "35"
                   MOVE "AutopayEnroll.dat not yet created"
                       TO WSCheckText
                   PERFORM Note-Go
               WHEN OTHER
                   STRING "AutopayEnroll.dat will not open - status "
                           DELIMITED BY SIZE
                       WSAutopayStatus DELIMITED BY SIZE
                       " - run vaultconvert" DELIMITED BY SIZE
                       INTO WSCheckText
                   END-STRING
                   PERFORM Note-No-Go
           END-EVALUATE.

       Write-Ready-Record.
           OPEN OUTPUT ReadyFile
           MOVE WSProcessDate TO RCProcessDate
           IF WSNoGoCount > 0
               SET RCNoGo TO TRUE
           ELSE
               SET RCGo TO TRUE
           END-IF
           MOVE WSNoGoCount TO RCNoGoCount
           MOVE WSWarnCount TO RCWarnCount
           MOVE WSToday TO RCCheckDate
           MOVE SPACES TO RCOverrideBy
           MOVE 0 TO RCOverrideDate
           WRITE ReadyRecord
           CLOSE ReadyFile.
