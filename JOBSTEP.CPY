      *> JOBSTEP.CPY
      *> The nightly chain's job-step table as JOBPLAN builds it from
      *> JobSteps.dat - one entry per step in running order, with
      *> JTRunsTonight set for the steps the processing date calls
      *> for.  batchdriver.cob runs the table and keeps JTStatus as
      *> it goes; jobsched.cob only lists it.  Shared so the three
      *> cannot drift apart.
       01 JobStepTable.
           02 JTStepCount             PIC 9(02).
           02 JTTonightCount          PIC 9(02).
           02 JTErrorCount            PIC 9(03).
           02 JTEntry OCCURS 99 TIMES.
               03 JTSeq               PIC 9(03).
               03 JTStepName          PIC X(10).
               03 JTProgram           PIC X(12).
               03 JTFrequency         PIC X(01).
                   88 JTDaily          VALUE 'D'.
                   88 JTCycleDay       VALUE 'C'.
                   88 JTMonthEnd       VALUE 'M'.
                   88 JTQuarterEnd     VALUE 'Q'.
                   88 JTWeekly         VALUE 'W'.
               03 JTFreqDay           PIC 9(02).
               03 JTOnFailure         PIC X(01).
                   88 JTStopChain      VALUE 'S'.
                   88 JTReportOnly     VALUE 'R'.
               03 JTWarnOK            PIC X(01).
                   88 JTWarningOK      VALUE 'Y'.
               03 JTPrereq            PIC X(10) OCCURS 3 TIMES.
               03 JTPrintFile         PIC X(20).
                   88 JTPrintsToSysout VALUE "SYSOUT".
               03 JTTonight           PIC X(01).
                   88 JTRunsTonight    VALUE 'Y'.
               03 JTStatus            PIC X(01).
                   88 JTPending        VALUE ' '.
                   88 JTCompleted      VALUE 'C'.
                   88 JTFailed         VALUE 'F'.
                   88 JTHeld           VALUE 'H'.
