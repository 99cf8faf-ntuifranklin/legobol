      *> Nightly job-step planning subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. JOBPLAN.
      *> Loads the nightly chain's steps from JobSteps.dat into the
      *> JOBSTEP.CPY table, checks the file, decides which steps
      *> the processing date calls for, and prints the night's
      *> planned schedule.  One JobSteps.dat line per step, in
      *> running order:
      *>   order (3 digits, ascending), step name, CALLed program,
      *>   frequency, frequency day, on-failure, RC-8-is-a-warning
      *>   flag, up to three prerequisite step names, and the
      *>   report the step prints - a print file name, or SYSOUT
      *>   for a report that prints to the console - which
      *>   batchdriver.cob captures into the report repository
      *>   (RPTSAVE); blank for a step with nothing to keep.
      *> Frequencies:
      *>   D - every business night;
      *>   C - cycle day: the day of the month in the frequency day
      *>       (a month too short for it takes its last day);
      *>   M - the night flagged month-end on BizCalendar.dat;
      *>   Q - month-end nights of March, June, September and
      *>       December;
      *>   W - weekly, on the weekday in the frequency day
      *>       (1 = Monday .. 7 = Sunday).
      *> A cycle-day or weekly step whose day fell on a weekend or
      *> holiday runs on the next business night - every day since
      *> the prior business day counts, the way BIZADD skips them.
      *> On-failure S stops the chain (the lock stays held and the
      *> restart picks up at the step); R reports the failure and
      *> carries on.  A prerequisite must be an EARLIER step; a
      *> step whose prerequisite failed or was held tonight is held
      *> too.  Every fault in the file is listed and counted in
      *> JTErrorCount - batchdriver.cob will not start a chain
      *> from a file with errors.  Used by batchdriver.cob and
      *> jobsched.cob.
      *> Modification History:
      *>   Each step now names the report it prints, so the
      *>   nightly chain can capture it into the report repository.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobStepFile ASSIGN TO "JobSteps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStepStatus.
           SELECT CalendarFile ASSIGN TO "BizCalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD JobStepFile.
       01 JobStepRecord.
           02 JSSeq                   PIC X(03).
           02 JSStepName               PIC X(10).
           02 JSProgram                PIC X(12).
           02 JSFrequency              PIC X(01).
           02 JSFreqDay                PIC X(02).
           02 JSOnFailure              PIC X(01).
           02 JSWarnOK                 PIC X(01).
           02 JSPrereq                 PIC X(10) OCCURS 3 TIMES.
           02 JSPrintFile              PIC X(20).

       FD CalendarFile.
       01 CalendarRecord.
           02 CalDate                 PIC 9(08).
           02 CalHolidayFlag           PIC X(01).
           02 CalMonthEndFlag          PIC X(01).

       WORKING-STORAGE SECTION.
       01 WSStepStatus                PIC X(02).
       01 WSCalStatus                 PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSLineNumber                 PIC 9(03) VALUE 0.
       01 WSSub                       PIC 9(02).
       01 WSOther                     PIC 9(02).
       01 WSPre                       PIC 9(01).
       01 WSFoundFlag                 PIC X(01).
           88 WSFound                  VALUE 'Y'.
       01 WSErrorText                  PIC X(50).
       01 WSHolidayCount              PIC 9(03).
       01 WSHolidayTable.
           02 WSHolidayDate            PIC 9(08) OCCURS 500 TIMES.
       01 WSHolSub                    PIC 9(03).
       01 WSWindowStart                PIC 9(08).
       01 WSDayNumber                  PIC 9(07).
       01 WSPriorDayNumber             PIC 9(07).
       01 WSScanDay                    PIC 9(07).
       01 WSScanDate                   PIC 9(08).
       01 WSNextDate                   PIC 9(08).
       01 WSScanDom                    PIC 9(02).
       01 WSCandidate                  PIC 9(08).
       01 WSDayOfWeek                  PIC 9(01).
       01 WSBusinessDayFlag           PIC X(01).
           88 WSBusinessDay            VALUE 'Y'.

       01 WSPlanLine.
           02 PL-Seq                  PIC 9(03).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PL-StepName             PIC X(10).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PL-Program              PIC X(12).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PL-When                 PIC X(15).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PL-Failure              PIC X(11).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PL-Tonight              PIC X(11).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PL-Prereqs              PIC X(32).

       LINKAGE SECTION.
        01 LProcessDate PIC 9(08).
        01 LMonthEndFlag PIC X(01).
            88 LMonthEnd             VALUE 'Y'.
           COPY JOBSTEP.

       PROCEDURE DIVISION USING LProcessDate, LMonthEndFlag,
               JobStepTable.
       JOBPLAN-Entry.
           MOVE 0 TO JTStepCount
           MOVE 0 TO JTTonightCount
           MOVE 0 TO JTErrorCount
           MOVE 0 TO WSLineNumber
           PERFORM Load-Job-Steps
           IF JTErrorCount = 0
               COMPUTE WSDayNumber =
                   FUNCTION INTEGER-OF-DATE(LProcessDate)
               PERFORM Load-Holidays
               PERFORM Find-Prior-Business-Day
               PERFORM Plan-One-Step
                   VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > JTStepCount
           END-IF
           PERFORM Print-Schedule
           GOBACK.

       Load-Job-Steps.
           OPEN INPUT JobStepFile
           IF WSStepStatus NOT = "00"
               DISPLAY "JobSteps.dat is not on file - no job steps "
                   "are defined."
               ADD 1 TO JTErrorCount
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ JobStepFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           ADD 1 TO WSLineNumber
                           IF JobStepRecord NOT = SPACES
                               PERFORM Take-One-Step
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JobStepFile
               IF JTStepCount = 0 AND JTErrorCount = 0
                   DISPLAY "JobSteps.dat holds no steps."
                   ADD 1 TO JTErrorCount
               END-IF
           END-IF.

       Take-One-Step.
           IF JTStepCount >= 99
               MOVE "MORE THAN 99 STEPS - LINE IGNORED" TO WSErrorText
               PERFORM Report-Step-Error
           ELSE
               ADD 1 TO JTStepCount
               MOVE JTStepCount TO WSSub
               MOVE 0 TO JTSeq(WSSub)
               IF JSSeq IS NUMERIC
                   MOVE JSSeq TO JTSeq(WSSub)
               END-IF
               MOVE JSStepName TO JTStepName(WSSub)
               MOVE JSProgram TO JTProgram(WSSub)
               MOVE JSFrequency TO JTFrequency(WSSub)
               MOVE 0 TO JTFreqDay(WSSub)
               IF JSFreqDay IS NUMERIC
                   MOVE JSFreqDay TO JTFreqDay(WSSub)
               END-IF
               MOVE JSOnFailure TO JTOnFailure(WSSub)
               MOVE JSWarnOK TO JTWarnOK(WSSub)
               MOVE JSPrereq(1) TO JTPrereq(WSSub, 1)
               MOVE JSPrereq(2) TO JTPrereq(WSSub, 2)
               MOVE JSPrereq(3) TO JTPrereq(WSSub, 3)
               MOVE JSPrintFile TO JTPrintFile(WSSub)
               MOVE 'N' TO JTTonight(WSSub)
               MOVE SPACE TO JTStatus(WSSub)
               PERFORM Validate-Step
           END-IF.

       Validate-Step.
           IF JSSeq NOT NUMERIC
               MOVE "ORDER NUMBER IS NOT NUMERIC" TO WSErrorText
               PERFORM Report-Step-Error
           ELSE
               IF WSSub > 1
                   IF JTSeq(WSSub) <= JTSeq(WSSub - 1)
                       MOVE "OUT OF ORDER - ORDER NUMBERS MUST RISE"
                           TO WSErrorText
                       PERFORM Report-Step-Error
                   END-IF
               END-IF
           END-IF
           IF JSStepName = SPACES OR JSProgram = SPACES
               MOVE "STEP NAME AND PROGRAM ARE BOTH REQUIRED"
                   TO WSErrorText
               PERFORM Report-Step-Error
           END-IF
           PERFORM Find-Earlier-Step
           IF WSFound
               MOVE "STEP NAME APPEARS TWICE" TO WSErrorText
               PERFORM Report-Step-Error
           END-IF
           EVALUATE TRUE
               WHEN JTDaily(WSSub) OR JTMonthEnd(WSSub)
                       OR JTQuarterEnd(WSSub)
                   CONTINUE
               WHEN JTCycleDay(WSSub)
                   IF JTFreqDay(WSSub) < 1 OR JTFreqDay(WSSub) > 31
                       MOVE "CYCLE DAY MUST BE 01-31" TO WSErrorText
                       PERFORM Report-Step-Error
                   END-IF
               WHEN JTWeekly(WSSub)
                   IF JTFreqDay(WSSub) < 1 OR JTFreqDay(WSSub) > 7
                       MOVE "WEEKDAY MUST BE 01-07" TO WSErrorText
                       PERFORM Report-Step-Error
                   END-IF
               WHEN OTHER
                   MOVE "FREQUENCY MUST BE D, C, M, Q OR W"
                       TO WSErrorText
                   PERFORM Report-Step-Error
           END-EVALUATE
           IF NOT JTStopChain(WSSub) AND NOT JTReportOnly(WSSub)
               MOVE "ON-FAILURE MUST BE S OR R" TO WSErrorText
               PERFORM Report-Step-Error
           END-IF
           IF JTWarnOK(WSSub) NOT = 'Y'
               MOVE 'N' TO JTWarnOK(WSSub)
           END-IF
           PERFORM Validate-One-Prereq
               VARYING WSPre FROM 1 BY 1 UNTIL WSPre > 3.

      *> A prerequisite has to have run (or been passed over) by the
      *> time its dependent comes up, so it must be an earlier step.

       Validate-One-Prereq.
           IF JTPrereq(WSSub, WSPre) NOT = SPACES
               MOVE 'N' TO WSFoundFlag
               PERFORM VARYING WSOther FROM 1 BY 1
                       UNTIL WSOther >= WSSub OR WSFound
                   IF JTStepName(WSOther) = JTPrereq(WSSub, WSPre)
                       SET WSFound TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WSFound
                   MOVE SPACES TO WSErrorText
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       JTPrereq(WSSub, WSPre) DELIMITED BY SPACE
                       " IS NOT AN EARLIER STEP" DELIMITED BY SIZE
                       INTO WSErrorText
                   END-STRING
                   PERFORM Report-Step-Error
               END-IF
           END-IF.

       Find-Earlier-Step.
           MOVE 'N' TO WSFoundFlag
           PERFORM VARYING WSOther FROM 1 BY 1
                   UNTIL WSOther >= WSSub OR WSFound
               IF JTStepName(WSOther) = JTStepName(WSSub)
                   SET WSFound TO TRUE
               END-IF
           END-PERFORM.

       Report-Step-Error.
           ADD 1 TO JTErrorCount
           DISPLAY "JobSteps.dat line " WSLineNumber " ("
               JSStepName "): " WSErrorText.

      *> Holidays from a month back - far enough for any gap
      *> between business days.  Same table idea as BIZADD.

       Load-Holidays.
           MOVE 0 TO WSHolidayCount
           COMPUTE WSWindowStart =
               FUNCTION DATE-OF-INTEGER(WSDayNumber - 31)
           MOVE 'N' TO WSEOF
           OPEN INPUT CalendarFile
           IF WSCalStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ CalendarFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CalHolidayFlag = 'Y'
                                   AND CalDate >= WSWindowStart
                                   AND CalDate < LProcessDate
                                   AND WSHolidayCount < 500
                               ADD 1 TO WSHolidayCount
                               MOVE CalDate
                                   TO WSHolidayDate(WSHolidayCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       Find-Prior-Business-Day.
           MOVE WSDayNumber TO WSPriorDayNumber
           MOVE 'N' TO WSBusinessDayFlag
           PERFORM UNTIL WSBusinessDay
                   OR WSPriorDayNumber <= WSDayNumber - 31
               SUBTRACT 1 FROM WSPriorDayNumber
               PERFORM Judge-Business-Day
           END-PERFORM.

      *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so
      *> remainder 6 is Saturday and remainder 0 is Sunday.

       Judge-Business-Day.
           MOVE 'Y' TO WSBusinessDayFlag
           COMPUTE WSDayOfWeek = FUNCTION MOD(WSPriorDayNumber, 7)
           IF WSDayOfWeek = 6 OR WSDayOfWeek = 0
               MOVE 'N' TO WSBusinessDayFlag
           ELSE
               COMPUTE WSCandidate =
                   FUNCTION DATE-OF-INTEGER(WSPriorDayNumber)
               PERFORM VARYING WSHolSub FROM 1 BY 1
                       UNTIL WSHolSub > WSHolidayCount
                   IF WSHolidayDate(WSHolSub) = WSCandidate
                       MOVE 'N' TO WSBusinessDayFlag
                   END-IF
               END-PERFORM
           END-IF.

       Plan-One-Step.
           EVALUATE TRUE
               WHEN JTDaily(WSSub)
                   SET JTRunsTonight(WSSub) TO TRUE
               WHEN JTMonthEnd(WSSub)
                   IF LMonthEnd
                       SET JTRunsTonight(WSSub) TO TRUE
                   END-IF
               WHEN JTQuarterEnd(WSSub)
                   IF LMonthEnd AND (LProcessDate(5:2) = "03"
                           OR "06" OR "09" OR "12")
                       SET JTRunsTonight(WSSub) TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM Match-One-Day
                       VARYING WSScanDay FROM WSPriorDayNumber BY 1
                       UNTIL WSScanDay >= WSDayNumber
                       OR JTRunsTonight(WSSub)
           END-EVALUATE
           IF JTRunsTonight(WSSub)
               ADD 1 TO JTTonightCount
           END-IF.

      *> Each day after the prior business night, up to and
      *> including tonight, is tested.

       Match-One-Day.
           COMPUTE WSScanDate = FUNCTION DATE-OF-INTEGER(WSScanDay + 1)
           IF JTWeekly(WSSub)
               COMPUTE WSDayOfWeek = FUNCTION MOD(WSScanDay + 1, 7)
               IF WSDayOfWeek = JTFreqDay(WSSub)
                       OR (WSDayOfWeek = 0 AND JTFreqDay(WSSub) = 7)
                   SET JTRunsTonight(WSSub) TO TRUE
               END-IF
           ELSE
               COMPUTE WSNextDate =
                   FUNCTION DATE-OF-INTEGER(WSScanDay + 2)
               MOVE WSScanDate(7:2) TO WSScanDom
               IF WSScanDom = JTFreqDay(WSSub)
                       OR (WSNextDate(7:2) = "01"
                       AND JTFreqDay(WSSub) > WSScanDom)
                   SET JTRunsTonight(WSSub) TO TRUE
               END-IF
           END-IF.

       Print-Schedule.
           DISPLAY " "
           IF LMonthEnd
               DISPLAY "NIGHTLY SCHEDULE FOR " LProcessDate
                   " - MONTH-END NIGHT"
           ELSE
               DISPLAY "NIGHTLY SCHEDULE FOR " LProcessDate
           END-IF
           DISPLAY "ORD STEP       PROGRAM      WHEN            "
               "IF IT FAILS TONIGHT     AFTER"
           PERFORM Print-One-Step
               VARYING WSSub FROM 1 BY 1
               UNTIL WSSub > JTStepCount
           DISPLAY "Steps defined: " JTStepCount
               "   running tonight: " JTTonightCount
           IF JTErrorCount > 0
               DISPLAY "JobSteps.dat has " JTErrorCount
                   " error(s) - the chain will not run until they "
                   "are corrected."
           END-IF
           DISPLAY " ".

       Print-One-Step.
           MOVE JTSeq(WSSub) TO PL-Seq
           MOVE JTStepName(WSSub) TO PL-StepName
           MOVE JTProgram(WSSub) TO PL-Program
           MOVE SPACES TO PL-When
           EVALUATE TRUE
               WHEN JTDaily(WSSub)
                   MOVE "DAILY" TO PL-When
               WHEN JTMonthEnd(WSSub)
                   MOVE "MONTH-END" TO PL-When
               WHEN JTQuarterEnd(WSSub)
                   MOVE "QUARTER-END" TO PL-When
               WHEN JTCycleDay(WSSub)
                   STRING "CYCLE DAY " DELIMITED BY SIZE
                       JTFreqDay(WSSub) DELIMITED BY SIZE
                       INTO PL-When
                   END-STRING
               WHEN JTWeekly(WSSub)
                   STRING "WEEKLY DAY " DELIMITED BY SIZE
                       JTFreqDay(WSSub) DELIMITED BY SIZE
                       INTO PL-When
                   END-STRING
               WHEN OTHER
                   MOVE "?" TO PL-When
           END-EVALUATE
           IF JTReportOnly(WSSub)
               MOVE "REPORT ONLY" TO PL-Failure
           ELSE
               MOVE "STOP CHAIN" TO PL-Failure
           END-IF
           IF JTRunsTonight(WSSub)
               MOVE "RUNS" TO PL-Tonight
           ELSE
               MOVE "not tonight" TO PL-Tonight
           END-IF
           MOVE SPACES TO PL-Prereqs
           STRING JTPrereq(WSSub, 1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               JTPrereq(WSSub, 2) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               JTPrereq(WSSub, 3) DELIMITED BY SPACE
               INTO PL-Prereqs
           END-STRING
           DISPLAY WSPlanLine.
