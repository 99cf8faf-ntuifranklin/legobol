      *>   RECLOCK) and clears a chosen one - a dropped session
      *>   leaves its mark behind, and only a supervisor should
      *>   decide the operator really is gone.
      *>   Now also shows readycheck.cob's go/no-go verdict on
      *>   ReadyCheck.dat and lets a signed-on supervisor override
      *>   a NO-GO so batchdriver.cob will start; the override is
      *>   stamped with the supervisor and logged through AUDITLOG.
      *>   Now also lists what each charge-generating job last
      *>   completed on RunGuard.dat and lets a signed-on
      *>   supervisor override the run guard (RUNGUARD) for one
      *>   customer or the whole job, so a rerun charges again
      *>   those already done - stamped and logged through
      *>   AUDITLOG like the readiness override.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RLIDNum
               FILE STATUS IS WSRecLockStatus.
           SELECT ReadyFile ASSIGN TO "ReadyCheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReadyStatus.
           SELECT GuardFile ASSIGN TO "RunGuard.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RGKey
               FILE STATUS IS WSGuardStatus.

       DATA DIVISION.
       FILE SECTION.
           02 RLOperator               PIC X(08).
           02 RLDate                   PIC 9(08).

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

       FD GuardFile.
           COPY RUNGUARD.

       WORKING-STORAGE SECTION.
       01 WSLockStatus                PIC X(02).
       01 WSCkptStatus                 PIC X(02).
       01 WSRecLockAction              PIC X(04).
       01 WSRecLockHolder              PIC X(08).
       01 WSRecLockResult              PIC X(01).
       01 WSReadyStatus                PIC X(02).
       01 WSToday                     PIC 9(08).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSAuditProgram               PIC X(10) VALUE "LOCKUTIL".
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSZeroID                     PIC 9(05) VALUE 0.
       01 WSGuardStatus                PIC X(02).
       01 WSGuardEOF                   PIC X(01).
       01 WSGuardJobCount              PIC 9(03).
       01 WSGuardAction                PIC X(04).
       01 WSGuardJob                   PIC X(10).
       01 WSGuardIDNum                 PIC 9(05).
       01 WSGuardPeriod                PIC X(08).
       01 WSGuardResult               PIC X(01).

       PROCEDURE DIVISION.
       Main-Process.
           END-IF
           PERFORM Review-Job-Checkpoint
           PERFORM Review-Record-Marks
           PERFORM Review-Readiness
           PERFORM Review-Run-Guards
           GOBACK.

      *> The guard keeps custinterest, recurgen, dunning and
      *> achdebit from charging a customer twice for one period.
      *> Overriding it is for a run known to have been backed out
      *> or lost - a supervisor's call, and on the record.

       Review-Run-Guards.
           MOVE 0 TO WSGuardJobCount
           MOVE 'N' TO WSGuardEOF
           OPEN INPUT GuardFile
           IF WSGuardStatus NOT = "00"
               DISPLAY "No run guards on file."
           ELSE
               DISPLAY "Run guards - last period completed by job:"
               PERFORM UNTIL WSGuardEOF = 'Y'
                   READ GuardFile
                       AT END MOVE 'Y' TO WSGuardEOF
                       NOT AT END
                           IF RGIDNum = 0
                               DISPLAY "  " RGJob " " RGPeriod
                                   " (last completion " RGDoneDate
                                   ")"
                               ADD 1 TO WSGuardJobCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GuardFile
               IF WSGuardJobCount = 0
                   DISPLAY "  (none)"
               ELSE
                   DISPLAY "Job to allow a rerun for (blank = none): "
                       WITH NO ADVANCING
                   ACCEPT WSGuardJob
                   MOVE FUNCTION UPPER-CASE(WSGuardJob) TO WSGuardJob
                   IF WSGuardJob NOT = SPACES
                       PERFORM Offer-Guard-Override
                   END-IF
               END-IF
           END-IF.

       Offer-Guard-Override.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               DISPLAY "Only a supervisor can override a run guard."
           ELSE
               DISPLAY "Customer ID to charge again "
                   "(0 = every customer): " WITH NO ADVANCING
               ACCEPT WSGuardIDNum
               MOVE "OVER" TO WSGuardAction
               MOVE SPACES TO WSGuardPeriod
               CALL 'RUNGUARD' USING WSGuardAction, WSGuardJob,
                   WSGuardIDNum, WSGuardPeriod, WSGuardResult
               IF WSGuardResult NOT = 'Y'
                   DISPLAY "Nothing on the run guard for " WSGuardJob
                       " / " WSGuardIDNum " - no override made."
               ELSE
                   MOVE SPACES TO WSAuditBefore
                   STRING "RUN GUARD " DELIMITED BY SIZE
                       WSGuardJob DELIMITED BY SIZE
                       INTO WSAuditBefore
                   END-STRING
                   MOVE SPACES TO WSAuditAfter
                   STRING "OVERRIDDEN BY " DELIMITED BY SIZE
                       WSOperatorId DELIMITED BY SIZE
                       INTO WSAuditAfter
                   END-STRING
                   CALL 'AUDITLOG' USING WSAuditProgram, "RUNOVR",
                       WSGuardIDNum, WSAuditBefore, WSAuditAfter
                   DISPLAY "Run guard overridden - the next run of "
                       WSGuardJob " will charge again whoever it had "
                       "already done."
               END-IF
           END-IF.

      *> Overriding a NO-GO lets the nightly chain start past the
      *> failures readycheck listed - a supervisor's call, and on
      *> the record.

       Review-Readiness.
           OPEN INPUT ReadyFile
           IF WSReadyStatus NOT = "00"
               DISPLAY "No readiness check on file."
           ELSE
               READ ReadyFile
                   AT END MOVE 0 TO RCProcessDate
               END-READ
               CLOSE ReadyFile
               EVALUATE TRUE
                   WHEN RCProcessDate = 0
                       DISPLAY "No readiness check on file."
                   WHEN RCGo
                       DISPLAY "Readiness check for " RCProcessDate
                           " is GO."
                   WHEN RCOverrideBy NOT = SPACES
                       DISPLAY "Readiness check for " RCProcessDate
                           " is NO-GO, overridden by " RCOverrideBy
                           " on " RCOverrideDate "."
                   WHEN OTHER
                       PERFORM Offer-Readiness-Override
               END-EVALUATE
           END-IF.

       Offer-Readiness-Override.
           DISPLAY "Readiness check for " RCProcessDate " is NO-GO ("
               RCNoGoCount " failure(s)) - the nightly run will "
               "refuse to start."
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               DISPLAY "Only a supervisor can override it."
           ELSE
               DISPLAY "Override and let the run start? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WSAnswer
               IF WSAnswer = 'Y' OR WSAnswer = 'y'
                   ACCEPT WSToday FROM DATE YYYYMMDD
                   MOVE WSOperatorId TO RCOverrideBy
                   MOVE WSToday TO RCOverrideDate
                   OPEN OUTPUT ReadyFile
                   WRITE ReadyRecord
                   CLOSE ReadyFile
                   MOVE SPACES TO WSAuditBefore
                   STRING "READINESS NO-GO " DELIMITED BY SIZE
                       RCProcessDate DELIMITED BY SIZE
                       INTO WSAuditBefore
                   END-STRING
                   MOVE SPACES TO WSAuditAfter
                   STRING "OVERRIDDEN BY " DELIMITED BY SIZE
                       WSOperatorId DELIMITED BY SIZE
                       INTO WSAuditAfter
                   END-STRING
                   CALL 'AUDITLOG' USING WSAuditProgram, "RDYOVR",
                       WSZeroID, WSAuditBefore, WSAuditAfter
                   DISPLAY "NO-GO overridden - the nightly run may "
                       "start."
               ELSE
                   DISPLAY "NO-GO left in place."
               END-IF
           END-IF.

       Review-Record-Marks.
           MOVE 0 TO WSMarkCount
           MOVE 'N' TO WSMarkEOF
