       IDENTIFICATION DIVISION.
       PROGRAM-ID. limitupd.
      *> Nightly statute-of-limitations tracking - keeps one row per
      *> delinquent account on Limitation.dat with the two dates the
      *> law runs from: the date of first delinquency and the date of
      *> the last payment.  An account becomes delinquent here the
      *> night it is first found owing with a dunning notice out
      *> (DunningLevel.dat level 1 or more) and stops being tracked
      *> once its Balance clears, so a later delinquency starts a
      *> fresh clock.  The last payment comes from the cash,
      *> autopay, IVR, card, and agency payment rows on
      *> CustLedger.dat.  The limitations period is the customer's
      *> State's on the StateZip.dat reference table (six years when
      *> the State is not on it) and runs from the later of the two
      *> dates, since a payment restarts it; the seven-year credit-
      *> reporting period runs from first delinquency only.  Each
      *> row carries both end dates and a flag for each; LIMSTAT
      *> answers from them for dunning.cob, workqueue.cob,
      *> agencyplace.cob, and bureauextract.cob, and limitrpt.cob
      *> lists what is about to run out.  An account turning
      *> time-barred tonight gets a CUSTNOTE and a register line.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT DunningFile ASSIGN TO "DunningLevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSDunStatus.
           SELECT LimitFile ASSIGN TO "Limitation.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LMIDNum
               FILE STATUS IS WSLimitStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT StateZipFile ASSIGN TO "StateZip.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTableStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 DunLevel                 PIC 9(01).
           02 DunLastNoticeDate        PIC 9(08).

       FD LimitFile.
       01 LimitRecord.
           02 LMIDNum                 PIC 9(05).
           02 LMFirstDelinqDate        PIC 9(08).
           02 LMLastPayDate            PIC 9(08).
           02 LMState                  PIC X(02).
           02 LMLimitYears             PIC 9(02).
           02 LMTimeBarDate            PIC 9(08).
           02 LMReportEndDate          PIC 9(08).
           02 LMTimeBarredFlag         PIC X(01).
               88 LMTimeBarred         VALUE 'Y'.
           02 LMReportExpiredFlag      PIC X(01).
               88 LMReportExpired      VALUE 'Y'.

       FD LedgerFile.
           COPY CUSTLEDG.

      *> Same layout STZIPVAL reads.
       FD StateZipFile.
       01 StateZipRecord.
           02 SZState                 PIC X(02).
           02 SZZipLow                 PIC 9(05).
           02 SZZipHigh                PIC 9(05).
           02 SZName                   PIC X(15).
           02 SZLimitYears             PIC 9(02).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSDunStatus                  PIC X(02).
       01 WSLimitStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSTableStatus                PIC X(02).
      *> Open result captured once - the per-customer keyed READs
      *> overwrite the live file status.
       01 WSDunOpenFlag               PIC X(01) VALUE 'N'.
           88 WSDunOpen                VALUE 'Y'.
       01 WSLimitFoundFlag            PIC X(01) VALUE 'N'.
           88 WSLimitFound             VALUE 'Y'.
       01 WSDelinquentFlag            PIC X(01).
           88 WSDelinquent             VALUE 'Y'.
       01 WSFinalFlag                 PIC X(01).
           88 WSFinalBilled            VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "LIMITUPD".
       01 WSTrackedCount               PIC 9(07) VALUE 0.
       01 WSNewCount                   PIC 9(05) VALUE 0.
       01 WSCuredCount                 PIC 9(05) VALUE 0.
       01 WSPaymentCount               PIC 9(07) VALUE 0.
       01 WSBarredCount                PIC 9(05) VALUE 0.
       01 WSNewlyBarredCount           PIC 9(05) VALUE 0.
       01 WSExpiredCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSClockDate                  PIC 9(08).
       01 WSClockParts REDEFINES WSClockDate.
           02 WSClockYear              PIC 9(04).
           02 WSClockMonth             PIC 9(02).
           02 WSClockDay               PIC 9(02).
       01 WSAddYears                   PIC 9(02).
       01 WSDefaultYears               PIC 9(02) VALUE 6.
       01 WSReportYears                PIC 9(02) VALUE 7.
       01 WSWasBarredFlag             PIC X(01).
           88 WSWasBarred              VALUE 'Y'.
       01 WSNoteText                   PIC X(60).
       01 WSStateSub                   PIC 9(02).
       01 WSStateCount                 PIC 9(02) VALUE 0.

      *> One entry per State on StateZip.dat - a State with several
      *> ZIP ranges carries the same period on each line, so the
      *> first one seen is kept.
       01 WSStateTable.
           02 WSStateEntry OCCURS 60 TIMES.
               03 WSTabState           PIC X(02).
               03 WSTabYears           PIC 9(02).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSTrackedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM Load-State-Table
           OPEN I-O LimitFile
      *> First run - create the file, then reopen for keyed update.
           IF WSLimitStatus = "35"
               OPEN OUTPUT LimitFile
               CLOSE LimitFile
               OPEN I-O LimitFile
           END-IF
           IF WSLimitStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT DunningFile
           IF WSDunStatus = "00"
               SET WSDunOpen TO TRUE
           END-IF
           DISPLAY "STATUTE-OF-LIMITATIONS TRACKING FOR " WSToday
           DISPLAY "------------------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Track-One-Customer
               END-READ
           END-PERFORM
           IF WSDunOpen
               CLOSE DunningFile
           END-IF
           CLOSE CustomerFile
           PERFORM Record-Last-Payments
           PERFORM Recompute-All-Limits
           CLOSE LimitFile
           DISPLAY "------------------------------------------"
           DISPLAY "Delinquent accounts tracked: " WSTrackedCount
           DISPLAY "Newly delinquent:            " WSNewCount
           DISPLAY "Cured (no longer tracked):   " WSCuredCount
           DISPLAY "Time-barred:                 " WSBarredCount
           DISPLAY "  of which newly tonight:    " WSNewlyBarredCount
           DISPLAY "Past the reporting period:   " WSExpiredCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSTrackedCount
           GOBACK.

       Load-State-Table.
           OPEN INPUT StateZipFile
           IF WSTableStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ StateZipFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Add-State-Entry
                   END-READ
               END-PERFORM
               CLOSE StateZipFile
           END-IF
           MOVE 'N' TO WSEOF.

       Add-State-Entry.
           PERFORM VARYING WSStateSub FROM 1 BY 1
                   UNTIL WSStateSub > WSStateCount
                   OR WSTabState(WSStateSub) = SZState
               CONTINUE
           END-PERFORM
           IF WSStateSub > WSStateCount AND WSStateCount < 60
               ADD 1 TO WSStateCount
               MOVE SZState TO WSTabState(WSStateCount)
               IF SZLimitYears NUMERIC AND SZLimitYears > 0
                   MOVE SZLimitYears TO WSTabYears(WSStateCount)
               ELSE
                   MOVE WSDefaultYears TO WSTabYears(WSStateCount)
               END-IF
           END-IF.

      *> Delinquent means owing with a dunning notice out - the same
      *> accounts dunning.cob works, closed accounts with a final-
      *> bill debit included.

       Track-One-Customer.
           MOVE 'N' TO WSDelinquentFlag
           IF Balance > 0
               IF IsNotDeleted
                   PERFORM Check-Dunning-Level
               ELSE
                   CALL 'FINALST' USING IDNum, WSFinalFlag
                   IF WSFinalBilled
                       PERFORM Check-Dunning-Level
                   END-IF
               END-IF
           END-IF
           MOVE IDNum TO LMIDNum
           READ LimitFile
               INVALID KEY MOVE 'N' TO WSLimitFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSLimitFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN WSLimitFound AND Balance NOT > 0
                   DELETE LimitFile RECORD
                   ADD 1 TO WSCuredCount
               WHEN WSLimitFound
                   PERFORM Set-State-Period
                   REWRITE LimitRecord
               WHEN WSDelinquent
                   PERFORM Start-Tracking
           END-EVALUATE.

       Check-Dunning-Level.
           IF WSDunOpen
               MOVE IDNum TO DunIDNum
               READ DunningFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DunLevel > 0
                           SET WSDelinquent TO TRUE
                       END-IF
               END-READ
           END-IF.

       Start-Tracking.
           MOVE IDNum TO LMIDNum
           MOVE WSToday TO LMFirstDelinqDate
           MOVE 0 TO LMLastPayDate
           MOVE 0 TO LMTimeBarDate
           MOVE 0 TO LMReportEndDate
           MOVE 'N' TO LMTimeBarredFlag
           MOVE 'N' TO LMReportExpiredFlag
           PERFORM Set-State-Period
           WRITE LimitRecord
           ADD 1 TO WSNewCount.

       Set-State-Period.
           MOVE State TO LMState
           MOVE WSDefaultYears TO LMLimitYears
           PERFORM VARYING WSStateSub FROM 1 BY 1
                   UNTIL WSStateSub > WSStateCount
               IF WSTabState(WSStateSub) = State
                   MOVE WSTabYears(WSStateSub) TO LMLimitYears
               END-IF
           END-PERFORM.

      *> One pass of the ledger - each payment row on a tracked
      *> account moves its last-payment date forward.

       Record-Last-Payments.
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Check-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF.

       Check-One-Posting.
           IF (LedgIsPayment OR LedgIsAutopay OR LedgIsIVRPayment
                   OR LedgIsCardPayment OR LedgIsAgencyPayment)
                   AND LedgAmount < 0
               MOVE LedgIDNum TO LMIDNum
               READ LimitFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LedgPostDate > LMLastPayDate
                           MOVE LedgPostDate TO LMLastPayDate
                           REWRITE LimitRecord
                           ADD 1 TO WSPaymentCount
                       END-IF
               END-READ
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Recompute-All-Limits.
           MOVE 'N' TO WSEOF
           MOVE 0 TO LMIDNum
           START LimitFile KEY IS NOT LESS THAN LMIDNum
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM UNTIL WSEOF = 'Y'
               READ LimitFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Recompute-One-Limit
               END-READ
           END-PERFORM.

      *> A payment restarts the limitations clock; nothing restarts
      *> the reporting period.

       Recompute-One-Limit.
           ADD 1 TO WSTrackedCount
           MOVE LMTimeBarredFlag TO WSWasBarredFlag
           IF LMLastPayDate > LMFirstDelinqDate
               MOVE LMLastPayDate TO WSClockDate
           ELSE
               MOVE LMFirstDelinqDate TO WSClockDate
           END-IF
           MOVE LMLimitYears TO WSAddYears
           PERFORM Add-Years-To-Clock
           MOVE WSClockDate TO LMTimeBarDate
           MOVE LMFirstDelinqDate TO WSClockDate
           MOVE WSReportYears TO WSAddYears
           PERFORM Add-Years-To-Clock
           MOVE WSClockDate TO LMReportEndDate
           MOVE 'N' TO LMTimeBarredFlag
           IF WSToday >= LMTimeBarDate
               SET LMTimeBarred TO TRUE
               ADD 1 TO WSBarredCount
           END-IF
           MOVE 'N' TO LMReportExpiredFlag
           IF WSToday >= LMReportEndDate
               SET LMReportExpired TO TRUE
               ADD 1 TO WSExpiredCount
           END-IF
           REWRITE LimitRecord
           IF LMTimeBarred AND NOT WSWasBarred
               PERFORM Report-Newly-Barred
           END-IF.

      *> 29 February has no anniversary in most years - the period
      *> ends on the 28th instead.

       Add-Years-To-Clock.
           ADD WSAddYears TO WSClockYear
           IF WSClockMonth = 2 AND WSClockDay = 29
               MOVE 28 TO WSClockDay
           END-IF.

       Report-Newly-Barred.
           ADD 1 TO WSNewlyBarredCount
           MOVE SPACES TO WSNoteText
           STRING "DEBT TIME-BARRED " DELIMITED BY SIZE
               LMTimeBarDate DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               LMState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LMLimitYears DELIMITED BY SIZE
               " YRS) - NO DEMANDS" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING LMIDNum, WSNoteText
           DISPLAY "TIME-BARRED " LMIDNum " " LMState
               " - delinquent " LMFirstDelinqDate
               ", last paid " LMLastPayDate
               ", barred " LMTimeBarDate.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSLimitStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSTrackedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
