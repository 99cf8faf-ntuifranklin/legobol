      *> Once-per-period run guard subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RUNGUARD.
      *> Keeps RunGuard.dat (RUNGUARD.CPY) for the jobs that charge,
      *> escalate or debit customers - custinterest.cob, recurgen
      *> .cob, dunning.cob and achdebit.cob - so rerunning one of
      *> them after a failure later in the nightly chain skips the
      *> customers it already completed instead of charging them
      *> again.  RECLOCK's action shape:
      *>   TEST - LResult 'N' = not yet done for LPeriod, go ahead;
      *>          'Y' = already done, skip; 'O' = already done but
      *>          a supervisor override granted since lets it run
      *>          again.
      *>   DONE - record LIDNum complete for LPeriod (and the job's
      *>          own row with it).
      *>   SEEN - LResult 'Y' if the job has completed anyone for
      *>          LPeriod already - a rerun must add to the night's
      *>          output file, not overwrite it.
      *>   OVER - stamp a rerun override on LIDNum's row (zero =
      *>          the whole job) with the signed-on operator
      *>          (OPERID); 'N' when there is no such row to
      *>          override.  lockutil.cob checks the supervisor.
      *>   FREE - drop LIDNum's row, so the next run charges the
      *>          customer again (runbackout.cob, once it has
      *>          reversed what the job posted).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuardFile ASSIGN TO "RunGuard.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RGKey
               FILE STATUS IS WSGuardStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GuardFile.
           COPY RUNGUARD.

       WORKING-STORAGE SECTION.
       01 WSGuardStatus               PIC X(02).
       01 WSFoundFlag                 PIC X(01).
           88 WSRowFound               VALUE 'Y'.
       01 WSNowStamp.
           02 WSNowDate               PIC 9(08).
           02 WSNowTime               PIC 9(08).
       01 WSDoneStamp                 PIC X(16).
       01 WSOperatorId                PIC X(08).
       01 WSOperatorRole              PIC X(01).

       LINKAGE SECTION.
        01 LAction PIC X(04).
        01 LJob PIC X(10).
        01 LIDNum PIC 9(05).
        01 LPeriod PIC X(08).
        01 LResult PIC X(01).

       PROCEDURE DIVISION USING LAction, LJob, LIDNum, LPeriod,
           LResult.
       RUNGUARD-Entry.
           MOVE 'N' TO LResult
           ACCEPT WSNowDate FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           OPEN I-O GuardFile
      *> First completion ever - create the file, then reopen for
      *> keyed update.  The other actions have nothing to find.
           IF WSGuardStatus = "35"
               IF LAction NOT = "DONE"
                   GOBACK
               END-IF
               OPEN OUTPUT GuardFile
               CLOSE GuardFile
               OPEN I-O GuardFile
           END-IF
      *> A guard file that cannot open must not stop the night -
      *> answer as if nothing had been done yet.
           IF WSGuardStatus NOT = "00"
               GOBACK
           END-IF
           EVALUATE LAction
               WHEN "TEST"
                   PERFORM Test-Customer
               WHEN "DONE"
                   PERFORM Record-Customer
                   PERFORM Record-Job
               WHEN "SEEN"
                   MOVE LJob TO RGJob
                   MOVE 0 TO RGIDNum
                   READ GuardFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF RGPeriod = LPeriod
                               MOVE 'Y' TO LResult
                           END-IF
                   END-READ
               WHEN "OVER"
                   PERFORM Grant-Override
               WHEN "FREE"
                   PERFORM Read-Guard-Row
                   IF WSRowFound
                       DELETE GuardFile RECORD
                       MOVE 'Y' TO LResult
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE GuardFile
           GOBACK.

      *> An override counts only against a completion older than
      *> itself - once the customer has been run again under it,
      *> the new completion is later and the guard holds again.

       Test-Customer.
           PERFORM Read-Guard-Row
           IF WSRowFound AND RGPeriod = LPeriod
               MOVE RGDoneStamp TO WSDoneStamp
               IF RGOverrideStamp > WSDoneStamp
                   MOVE 'O' TO LResult
               ELSE
                   MOVE 'Y' TO LResult
                   PERFORM Check-Job-Override
               END-IF
           END-IF.

       Check-Job-Override.
           MOVE LJob TO RGJob
           MOVE 0 TO RGIDNum
           READ GuardFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RGOverrideStamp > WSDoneStamp
                       MOVE 'O' TO LResult
                   END-IF
           END-READ.

       Record-Customer.
           PERFORM Read-Guard-Row
           IF NOT WSRowFound
               MOVE SPACES TO RGOverrideBy
               MOVE 0 TO RGOverrideDate
               MOVE 0 TO RGOverrideTime
           END-IF
           MOVE LPeriod TO RGPeriod
           MOVE WSNowStamp TO RGDoneStamp
           IF WSRowFound
               REWRITE RunGuardRecord
           ELSE
               WRITE RunGuardRecord
           END-IF
           MOVE 'Y' TO LResult.

       Record-Job.
           MOVE LJob TO RGJob
           MOVE 0 TO RGIDNum
           READ GuardFile
               INVALID KEY
                   MOVE LPeriod TO RGPeriod
                   MOVE WSNowStamp TO RGDoneStamp
                   MOVE SPACES TO RGOverrideBy
                   MOVE 0 TO RGOverrideDate
                   MOVE 0 TO RGOverrideTime
                   WRITE RunGuardRecord
               NOT INVALID KEY
                   MOVE LPeriod TO RGPeriod
                   MOVE WSNowStamp TO RGDoneStamp
                   REWRITE RunGuardRecord
           END-READ.

       Grant-Override.
           PERFORM Read-Guard-Row
           IF WSRowFound
               CALL 'OPERID' USING WSOperatorId, WSOperatorRole
               MOVE WSOperatorId TO RGOverrideBy
               MOVE WSNowStamp TO RGOverrideStamp
               REWRITE RunGuardRecord
               MOVE 'Y' TO LResult
           END-IF.

       Read-Guard-Row.
           MOVE LJob TO RGJob
           MOVE LIDNum TO RGIDNum
           READ GuardFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ.
