      *> unassigned accounts in their own section, and each line
      *> carries the name and Phone so the collector can dial
      *> straight off the page.
      *> Modification History:
      *>   Time-barred debts (LIMSTAT against Limitation.dat) are
      *>   left off the queue and only counted - a collector may no
      *>   longer demand payment on them.
      *>   An account with an active guarantee (GUARGET) shows the
      *>   guarantor's name and phone under its line, so the
      *>   collector can call them too.
      *>   The queue is now also written, in the same order, as the
      *>   dialer's campaign file (DialerCampaign.dat): IDNum,
      *>   collector, the number to dial (preferred contact through
      *>   CONTGET, else the master Phone), and the priority score,
      *>   with a "T" trailer count.  Accounts under a legal hold,
      *>   with an open dispute, placed with the agency, or flagged
      *>   do-not-call (DNCSTAT) stay on the paper queue but are
      *>   left off the campaign.  dialerimport.cob loads the
      *>   dialer's call results back.
      *>   The customer's contact preferences (PREFCHK against
      *>   CommPref.dat, kept by prefmaint.cob) are now honored:
      *>   a queue line warns the collector off a customer who
      *>   must not be rung on that number and shows any calling
      *>   window; the campaign leaves off do-not-call, work-number
      *>   and autodial-consent-revoked accounts, logging each
      *>   through PREFLOG, and carries the calling window to the
      *>   dialer on every call.
      *>   The queue now breaks first by branch office (BRANCHGET
      *>   against CustBranch.dat) and then by collector within
      *>   the branch, with a count per branch; customers not yet
      *>   assigned to a branch come last, under UNASSIGNED.  The
      *>   campaign file follows the same order.
      *>   The per-customer status lookups now answer from the
      *>   consolidated CustFlags.dat (FLAGBAT) instead of opening
      *>   each side file for every customer.
      *>   The 90+ bucket now comes from the ledger summary
      *>   (LEDGAGE against LedgSummary.dat) instead of a pass of
      *>   the whole ledger per customer; the ledger is still read
      *>   directly until the summary has been built.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CAIDNum
               FILE STATUS IS WSAssignStatus.
           SELECT SortWorkFile ASSIGN TO "WorkQueueWork.dat".
           SELECT DialerFile ASSIGN TO "DialerCampaign.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       SD SortWorkFile.
       01 SortRecord.
           02 SortBranch              PIC X(03).
           02 SortCollector           PIC X(08).
           02 SortScore                PIC 9(09)V99.
           02 SortIDNum                PIC 9(05).
           02 SortDunLevel             PIC 9(01).
           02 SortDiaryCount           PIC 9(03).

      *> Dialer's campaign layout - one call per line in priority
      *> order, "T" trailer with the count.
       FD DialerFile.
       01 DialerRecord.
           02 DC-RecType              PIC X(01).
           02 DC-IDNum                 PIC 9(05).
           02 DC-Collector             PIC X(08).
           02 DC-Phone                 PIC 9(10).
           02 DC-Score                 PIC 9(09)V99.
           02 DC-CallFrom              PIC 9(04).
           02 DC-CallTo                PIC 9(04).
       01 DialerTrailer REDEFINES DialerRecord.
           02 DT-RecType              PIC X(01).
           02 DT-Count                 PIC 9(07).
           02 FILLER                  PIC X(35).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSSortEOF                    PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSAssignOpen             VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "WORKQUEUE".
       01 WSQueuedCount                PIC 9(07) VALUE 0.
       01 WSBarredCount                PIC 9(05) VALUE 0.
       01 WSTimeBarredFlag            PIC X(01).
           88 WSTimeBarred             VALUE 'Y'.
       01 WSReportExpiredFlag         PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSPostDateInt                PIC 9(07).
       01 WSDebits90                   PIC S9(07)V99.
       01 WSCredits                    PIC S9(07)V99.
       01 WSNinetyPlus                 PIC S9(07)V99.
           COPY LEDGAGE.
       01 WSDunningLevel               PIC 9(01).
       01 WSDiaryCount                 PIC 9(03).
       01 WSFullName                   PIC X(31).
       01 WSLastCollector              PIC X(08) VALUE LOW-VALUES.
       01 WSCustBranch                 PIC X(03).
       01 WSLastBranch                 PIC X(03) VALUE LOW-VALUES.
       01 WSBranchName                 PIC X(10).
       01 WSBranchQueued               PIC 9(07) VALUE 0.
       01 WSContactName                PIC X(25).
       01 WSContactPhone               PIC 9(10).
       01 WSContactFoundFlag          PIC X(01).
           88 WSContactFound           VALUE 'Y'.
       01 WSGuarName                   PIC X(31).
       01 WSGuarStreet                 PIC X(25).
       01 WSGuarCity                   PIC X(15).
       01 WSGuarState                  PIC X(02).
       01 WSGuarZip                    PIC X(09).
       01 WSGuarPhone                  PIC 9(10).
       01 WSGuarFlag                  PIC X(01).
           88 WSHasGuarantor           VALUE 'Y'.
       01 WSScoreEdit                  PIC ZZZ,ZZZ,ZZ9.99.
       01 WSDialCount                  PIC 9(07) VALUE 0.
       01 WSDialHeldCount              PIC 9(05) VALUE 0.
       01 WSDialPhone                  PIC 9(10).
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSDisputeFlag               PIC X(01).
           88 WSDisputeOpen            VALUE 'Y'.
       01 WSDisputedAmount             PIC 9(07)V99.
       01 WSPlacedFlag                PIC X(01).
           88 WSIsPlaced               VALUE 'Y'.
       01 WSPlaceDate                  PIC 9(08).
       01 WSPrefFlag                  PIC X(01).
           88 WSPrefSuppress           VALUE 'Y'.
       01 WSPrefReason                 PIC X(20).
       01 WSCallFrom                   PIC 9(04).
       01 WSCallTo                     PIC 9(04).
       01 WSPrefAction                 PIC X(30).
       01 WSPrefHeldCount              PIC 9(05) VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSQueuedCount
           CALL 'FLAGBAT'
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           OPEN INPUT DunningFile
           IF WSAssignStatus = "00"
               SET WSAssignOpen TO TRUE
           END-IF
           OPEN OUTPUT DialerFile
           DISPLAY "COLLECTOR WORK QUEUE FOR " WSToday
           SORT SortWorkFile
               ON ASCENDING KEY SortBranch
               ON ASCENDING KEY SortCollector
               ON DESCENDING KEY SortScore
               INPUT PROCEDURE IS Score-All-Customers
           IF WSAssignOpen
               CLOSE AssignFile
           END-IF
           MOVE SPACES TO DialerRecord
           MOVE 'T' TO DT-RecType
           MOVE WSDialCount TO DT-Count
           WRITE DialerRecord
           CLOSE DialerFile
           DISPLAY "Accounts queued: " WSQueuedCount
           DISPLAY "Time-barred (not queued): " WSBarredCount
           DISPLAY "Sent to the dialer: " WSDialCount
           DISPLAY "Kept off the dialer (legal hold, dispute, "
               "agency, contact preference, no phone): "
               WSDialHeldCount
           DISPLAY "  of which held for contact preference: "
               WSPrefHeldCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSQueuedCount
           GOBACK.

           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF NOT WSIsDeleted AND WSBalance > 0
                           CALL 'LIMSTAT' USING WSIDNum,
                               WSTimeBarredFlag, WSReportExpiredFlag
                           IF WSTimeBarred
                               ADD 1 TO WSBarredCount
                           ELSE
                               PERFORM Score-One-Customer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Get-Dunning-Level
           PERFORM Count-Open-Diary-Items
           PERFORM Get-Collector
           CALL 'BRANCHGET' USING WSIDNum, WSCustBranch
           IF WSCustBranch = SPACES
               MOVE HIGH-VALUES TO SortBranch
           ELSE
               MOVE WSCustBranch TO SortBranch
           END-IF
           COMPUTE SortScore = WSNinetyPlus
               + (WSDunningLevel * 500)
               + (WSDiaryCount * 100)
       Compute-90Plus-Bucket.
           MOVE 0 TO WSDebits90
           MOVE 0 TO WSCredits
           CALL 'LEDGAGE' USING WSIDNum, WSToday, LedgAgeAnswer
           IF AAAnswered
               MOVE AA90 TO WSDebits90
               MOVE AACredits TO WSCredits
           ELSE
               MOVE 'N' TO WSLedgerEOFFlag
               OPEN INPUT LedgerFile
               IF WSLedgerStatus = "00"
                   PERFORM Read-Ledger
                   PERFORM Bucket-One-Posting UNTIL WSLedgerEOF
                   CLOSE LedgerFile
               END-IF
           END-IF
           COMPUTE WSNinetyPlus = WSDebits90 - WSCredits
           IF WSNinetyPlus < 0
                   AT END MOVE 'Y' TO WSSortEOF
                   NOT AT END PERFORM Print-One-Line
               END-RETURN
           END-PERFORM
           IF WSLastBranch NOT = LOW-VALUES
               DISPLAY "Accounts queued for branch " WSBranchName
                   ": " WSBranchQueued
           END-IF.

       Print-One-Line.
           IF SortBranch NOT = WSLastBranch
               IF WSLastBranch NOT = LOW-VALUES
                   DISPLAY "Accounts queued for branch " WSBranchName
                       ": " WSBranchQueued
               END-IF
               MOVE SortBranch TO WSLastBranch
               MOVE LOW-VALUES TO WSLastCollector
               MOVE 0 TO WSBranchQueued
               IF SortBranch = HIGH-VALUES
                   MOVE "UNASSIGNED" TO WSBranchName
               ELSE
                   MOVE SortBranch TO WSBranchName
               END-IF
               DISPLAY " "
               DISPLAY "##### BRANCH " WSBranchName " #####"
           END-IF
           IF SortCollector NOT = WSLastCollector
               DISPLAY " "
               DISPLAY "=== QUEUE FOR " SortCollector " ==="
           IF WSContactFound
               DISPLAY WSScoreEdit " " SortIDNum " " SortName
                   " - call " WSContactName " " WSContactPhone
               MOVE WSContactPhone TO WSDialPhone
           ELSE
               DISPLAY WSScoreEdit " " SortIDNum " " SortName
                   " " SortPhone
               MOVE SortPhone TO WSDialPhone
           END-IF
           CALL 'PREFCHK' USING SortIDNum, "C", WSDialPhone,
               WSPrefFlag, WSPrefReason, WSCallFrom, WSCallTo
           IF WSPrefSuppress
               DISPLAY "              DO NOT RING THIS NUMBER - "
                   WSPrefReason
           ELSE
               IF WSCallFrom NOT = 0 OR WSCallTo NOT = 0
                   DISPLAY "              call only between "
                       WSCallFrom " and " WSCallTo
               END-IF
           END-IF
           DISPLAY "              90+: " WSBalanceEdit
               "  dun level " SortDunLevel
               "  open items " SortDiaryCount
           CALL 'GUARGET' USING SortIDNum, WSGuarName, WSGuarStreet,
               WSGuarCity, WSGuarState, WSGuarZip, WSGuarPhone,
               WSGuarFlag
           IF WSHasGuarantor
               DISPLAY "              guarantor: " WSGuarName " "
                   WSGuarPhone
           END-IF
           PERFORM Queue-For-Dialer
           ADD 1 TO WSBranchQueued
           ADD 1 TO WSQueuedCount.

      *> Only accounts a collector may lawfully and usefully ring
      *> go to the dialer.

       Queue-For-Dialer.
           CALL 'LEGALHLD' USING SortIDNum, WSLegalFlag
           CALL 'DISPSTAT' USING SortIDNum, WSDisputeFlag,
               WSDisputedAmount
           CALL 'AGYSTAT' USING SortIDNum, WSPlacedFlag, WSPlaceDate
           CALL 'PREFCHK' USING SortIDNum, "A", WSDialPhone,
               WSPrefFlag, WSPrefReason, WSCallFrom, WSCallTo
           IF WSOnLegalHold OR WSDisputeOpen OR WSIsPlaced
                   OR WSPrefSuppress OR WSDialPhone = 0
               ADD 1 TO WSDialHeldCount
               IF WSPrefSuppress AND NOT WSOnLegalHold
                       AND NOT WSDisputeOpen AND NOT WSIsPlaced
                   PERFORM Log-Preference-Hold
               END-IF
           ELSE
               MOVE 'D' TO DC-RecType
               MOVE SortIDNum TO DC-IDNum
               MOVE SortCollector TO DC-Collector
               MOVE WSDialPhone TO DC-Phone
               MOVE SortScore TO DC-Score
               MOVE WSCallFrom TO DC-CallFrom
               MOVE WSCallTo TO DC-CallTo
               WRITE DialerRecord
               ADD 1 TO WSDialCount
           END-IF.

       Log-Preference-Hold.
           ADD 1 TO WSPrefHeldCount
           MOVE SPACES TO WSPrefAction
           STRING "DIALER CALL - " DELIMITED BY SIZE
               WSPrefReason DELIMITED BY SIZE
               INTO WSPrefAction
           END-STRING
           CALL 'PREFLOG' USING WSProgramId, SortIDNum, WSPrefAction.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSQueuedCount
