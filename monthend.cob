      *>   the stored balances instead of doubling them; a clean
      *>   close also lowers the PeriodReopen.dat flag that parks
      *>   batchdriver.cob.
      *>   The close now calculates the allowance for doubtful
      *>   accounts.  Each customer with a balance is aged the way
      *>   agingrpt.cob ages it, and each bucket is reserved at the
      *>   loss rate ReserveRate.dat (rsvratemaint.cob) holds for
      *>   the customer's rate class.  An account under a legal
      *>   hold, or placed with an agency, is reserved on its whole
      *>   balance at that row's own rate instead.  The period's
      *>   detail goes to ReserveDetail.dat for auditpkg.cob.  The
      *>   reserve total goes to ReserveBal.dat.  The change from
      *>   the reserve last booked goes to GLJournal.dat as a
      *>   balanced bad-debt expense / allowance pair.  A re-close
      *>   replaces the period's detail and books only the
      *>   difference.
      *>   The same aging pass now keeps every customer's four
      *>   aging buckets, rate class and collector for the period
      *>   on AgingSnap.dat (replaced on a re-close), which
      *>   rollrate.cob builds its bucket migration from.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReopenFile ASSIGN TO "PeriodReopen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReopenStatus.
           SELECT RateFile ASSIGN TO "ReserveRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRateStatus.
           SELECT ReserveDetailFile ASSIGN TO "ReserveDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.
           SELECT ReserveBalFile ASSIGN TO "ReserveBal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReserveBalStatus.
           SELECT ReserveWorkFile ASSIGN TO "ReserveWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AgingSnapFile ASSIGN TO "AgingSnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAgingSnapStatus.
           SELECT AssignFile ASSIGN TO "CollectorAssign.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAIDNum
               FILE STATUS IS WSAssignStatus.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalDayStatus.

       DATA DIVISION.
       FILE SECTION.
           02 PROperator               PIC X(08).
           02 PRReason                 PIC X(40).

      *> Same layout rsvratemaint.cob writes.
       FD RateFile.
       01 RateRecord.
           02 RRType                  PIC X(01).
           02 RRClass                  PIC X(02).
           02 RRRate                   PIC 9(03)V99 OCCURS 4 TIMES.
           02 RREffDate                PIC 9(08).

      *> One row per reserved customer per closed period: the basis
      *> (B bucket rates, L legal hold, A agency placed), the rate
      *> class, the four aging buckets and the reserve held.
       FD ReserveDetailFile.
       01 ReserveDetailRecord.
           02 RDPeriod                PIC 9(06).
           02 RDIDNum                  PIC 9(05).
           02 RDBasis                  PIC X(01).
           02 RDClass                  PIC X(02).
           02 RDCurrent                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RD30                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RD60                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RD90                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RDReserve                PIC 9(07)V99.

      *> One row per closed period: the reserve booked and the
      *> change journalled for it.
       FD ReserveBalFile.
       01 ReserveBalRecord.
           02 RBPeriod                PIC 9(06).
           02 RBReserve                PIC 9(09)V99.
           02 RBChange                 PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RBDate                   PIC 9(08).

      *> One row per customer per closed period - the aging
      *> buckets as of the close, with the rate class and the
      *> collector working the account at the time.
       FD AgingSnapFile.
       01 AgingSnapRecord.
           02 ASPeriod                PIC 9(06).
           02 ASIDNum                  PIC 9(05).
           02 ASClass                  PIC X(02).
           02 ASCollector              PIC X(08).
           02 ASCurrent                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AS30                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AS60                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AS90                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD AssignFile.
       01 AssignRecord.
           02 CAIDNum                 PIC 9(05).
           02 CACollector              PIC X(08).

       FD ReserveWorkFile.
       01 ReserveWorkRecord           PIC X(80).

      *> gljournal.cob's fixed journal layout - tonight's daily
      *> extract, which the reserve entry joins ahead of its
      *> control trailer.
       FD JournalFile.
       01 JournalRecord.
           02 JRType                  PIC X(02).
           02 JRAccount                PIC X(06).
           02 JRDebit                  PIC 9(09)V99.
           02 JRCredit                 PIC 9(09)V99.
           02 JRSource                 PIC X(02).
           02 JRDate                   PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSPeriodStatus               PIC X(02).
       01 WSExtractFoundFlag          PIC X(01) VALUE 'N'.
           88 WSExtractFound           VALUE 'Y'.

       01 WSRateStatus                 PIC X(02).
       01 WSDetailStatus               PIC X(02).
       01 WSReserveBalStatus           PIC X(02).
       01 WSJournalDayStatus           PIC X(02).
       01 WSAgingSnapStatus            PIC X(02).
       01 WSAssignStatus               PIC X(02).
       01 WSAgingSnapCount             PIC 9(07) VALUE 0.
       01 WSRateEOFFlag               PIC X(01).
           88 WSRateEOF                VALUE 'Y'.
       01 WSTodayInt                   PIC 9(07).
       01 WSPostDateInt                PIC 9(07).
       01 WSAgeDays                    PIC S9(05).
       01 WSCustCurrent                PIC S9(07)V99.
       01 WSCust30                     PIC S9(07)V99.
       01 WSCust60                     PIC S9(07)V99.
       01 WSCust90                     PIC S9(07)V99.
       01 WSCustCredits                PIC S9(07)V99.
       01 WSResidue                    PIC S9(07)V99.
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassFee                   PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSPlacedFlag                PIC X(01).
           88 WSAgencyPlaced           VALUE 'Y'.
       01 WSPlaceDate                  PIC 9(08).
       01 WSBasis                      PIC X(01).
       01 WSWantedClass                PIC X(02).
       01 WSRateSub                    PIC 9(02).
       01 WSBucketSub                  PIC 9(01).
       01 WSCustReserve                PIC 9(07)V99.
       01 WSReserveTotal               PIC 9(09)V99 VALUE 0.
       01 WSReservedCount              PIC 9(07) VALUE 0.
       01 WSNoRateCount                PIC 9(05) VALUE 0.
       01 WSBookedReserve              PIC 9(09)V99 VALUE 0.
       01 WSBookedPeriod               PIC 9(06) VALUE 0.
       01 WSReserveChange              PIC S9(09)V99 VALUE 0.
       01 WSJournalAmount              PIC 9(09)V99.
       01 WSTrailerFlag               PIC X(01).
           88 WSTrailerWritten         VALUE 'Y'.
      *> Bad-debt expense takes the debit when the reserve grows;
      *> the allowance is the contra-receivables account.
       01 WSBadDebtAccount             PIC X(06) VALUE "610000".
       01 WSAllowanceAccount           PIC X(06) VALUE "110900".

      *> ReserveRate.dat resolved to the rows in force today - one
      *> per row type and class, the latest effective date winning.
       01 WSRateCount                  PIC 9(02) VALUE 0.
       01 WSRateTable.
           02 WSRateEntry OCCURS 30 TIMES.
               03 WSRTType             PIC X(01).
               03 WSRTClass            PIC X(02).
               03 WSRTRate             PIC 9(03)V99 OCCURS 4 TIMES.
               03 WSRTEffDate          PIC 9(08).
       01 WSUseRates.
           02 WSUseRate                PIC 9(03)V99 OCCURS 4 TIMES.
       01 WSRateFoundFlag             PIC X(01).
           88 WSRateFound              VALUE 'Y'.

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.

           PERFORM Get-Closing-Period
           PERFORM Tie-Out-GL-Journal
           PERFORM Snapshot-Balances
           PERFORM Calculate-Allowance
      *> Keep the period being closed for the report - the advance
      *> below turns WSClosingPeriod into the NEW open period.
           MOVE WSClosingPeriod TO WSClosedPeriod
               " complete."
           DISPLAY "  Balances snapshotted: " WSSnapCount
           DISPLAY "  Ending balance total: " WSBalanceEdit
           MOVE WSReserveTotal TO WSBalanceEdit
           DISPLAY "  Doubtful-account allowance: " WSBalanceEdit
               "  (" WSReservedCount " customer(s))"
           MOVE WSReserveChange TO WSMoneyEdit
           DISPLAY "  Allowance change booked:    " WSMoneyEdit
           DISPLAY "  Aging snapshots written:    " WSAgingSnapCount
           IF WSNoRateCount > 0
               DISPLAY "  Customers with no loss rate on file: "
                   WSNoRateCount
           END-IF
           DISPLAY "  Open period is now:   " WSClosingPeriod
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSSnapCount
           GOBACK.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN EXTEND MonthEndFile
           IF WSMonthEndStatus = "35"
               OPEN OUTPUT MonthEndFile
           ADD WSBalance TO WSBalanceSum
           ADD 1 TO WSSnapCount.

      *> The allowance for doubtful accounts.  Every customer is
      *> aged with agingrpt.cob's bucketing and the buckets are
      *> snapshotted; a customer with a balance is reserved at the
      *> loss rates in force today.  The detail is replaced for the
      *> period and the change from the last booked reserve is
      *> journalled.

       Calculate-Allowance.
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           PERFORM Load-Loss-Rates
           PERFORM Strip-Prior-Reserve-Detail
           PERFORM Strip-Prior-Aging-Snapshot
           MOVE 'N' TO WSEOF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN EXTEND ReserveDetailFile
           IF WSDetailStatus = "35"
               OPEN OUTPUT ReserveDetailFile
           END-IF
           OPEN EXTEND AgingSnapFile
           IF WSAgingSnapStatus = "35"
               OPEN OUTPUT AgingSnapFile
           END-IF
           OPEN INPUT AssignFile
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF NOT WSIsDeleted
                           PERFORM Age-One-Customer
                           CALL 'CLASSGET' USING WSIDNum, WSClassCode,
                               WSClassRate, WSClassFee,
                               WSClassFoundFlag
                           PERFORM Write-Aging-Snapshot
                           IF WSBalance > 0
                               PERFORM Reserve-One-Customer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WSAssignStatus = "00"
               CLOSE AssignFile
           END-IF
           CLOSE AgingSnapFile
           CLOSE ReserveDetailFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM Find-Booked-Reserve
           COMPUTE WSReserveChange = WSReserveTotal - WSBookedReserve
           PERFORM Record-Reserve-Balance
           IF WSReserveChange NOT = 0
               PERFORM Journal-Reserve-Change
           END-IF.

       Load-Loss-Rates.
           MOVE 0 TO WSRateCount
           MOVE 'N' TO WSRateEOFFlag
           OPEN INPUT RateFile
           IF WSRateStatus = "00"
               PERFORM UNTIL WSRateEOF
                   READ RateFile
                       AT END SET WSRateEOF TO TRUE
                       NOT AT END
                           IF RREffDate <= WSToday
                               PERFORM Keep-Latest-Rate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateFile
           END-IF.

       Keep-Latest-Rate.
           PERFORM VARYING WSRateSub FROM 1 BY 1
                   UNTIL WSRateSub > WSRateCount
                   OR (WSRTType(WSRateSub) = RRType
                       AND WSRTClass(WSRateSub) = RRClass)
               CONTINUE
           END-PERFORM
           IF WSRateSub > WSRateCount AND WSRateCount < 30
               ADD 1 TO WSRateCount
               MOVE WSRateCount TO WSRateSub
               MOVE 0 TO WSRTEffDate(WSRateSub)
           END-IF
           IF WSRateSub <= WSRateCount
                   AND RREffDate >= WSRTEffDate(WSRateSub)
               MOVE RRType TO WSRTType(WSRateSub)
               MOVE RRClass TO WSRTClass(WSRateSub)
               PERFORM VARYING WSBucketSub FROM 1 BY 1
                       UNTIL WSBucketSub > 4
                   MOVE RRRate(WSBucketSub)
                       TO WSRTRate(WSRateSub, WSBucketSub)
               END-PERFORM
               MOVE RREffDate TO WSRTEffDate(WSRateSub)
           END-IF.

      *> A legal hold outranks an agency placement, and either
      *> outranks the aging - both reserve the whole balance.

       Reserve-One-Customer.
           CALL 'LEGALHLD' USING WSIDNum, WSLegalFlag
           CALL 'AGYSTAT' USING WSIDNum, WSPlacedFlag, WSPlaceDate
           MOVE 0 TO WSCustReserve
           EVALUATE TRUE
               WHEN WSOnLegalHold
                   MOVE 'L' TO WSBasis
                   MOVE SPACES TO WSWantedClass
               WHEN WSAgencyPlaced
                   MOVE 'A' TO WSBasis
                   MOVE SPACES TO WSWantedClass
               WHEN OTHER
                   MOVE 'B' TO WSBasis
                   MOVE WSClassCode TO WSWantedClass
           END-EVALUATE
           PERFORM Find-Loss-Rates
           IF NOT WSRateFound AND WSBasis = 'B'
               MOVE SPACES TO WSWantedClass
               PERFORM Find-Loss-Rates
           END-IF
           IF NOT WSRateFound
               ADD 1 TO WSNoRateCount
           ELSE
               IF WSBasis = 'B'
                   PERFORM Reserve-By-Bucket
               ELSE
                   COMPUTE WSCustReserve ROUNDED =
                       WSBalance * WSUseRate(1) / 100
               END-IF
           END-IF
           MOVE WSClosingPeriod TO RDPeriod
           MOVE WSIDNum TO RDIDNum
           MOVE WSBasis TO RDBasis
           MOVE WSClassCode TO RDClass
           MOVE WSCustCurrent TO RDCurrent
           MOVE WSCust30 TO RD30
           MOVE WSCust60 TO RD60
           MOVE WSCust90 TO RD90
           MOVE WSCustReserve TO RDReserve
           WRITE ReserveDetailRecord
           ADD WSCustReserve TO WSReserveTotal
           ADD 1 TO WSReservedCount.

       Find-Loss-Rates.
           MOVE 'N' TO WSRateFoundFlag
           MOVE ZEROS TO WSUseRates
           PERFORM VARYING WSRateSub FROM 1 BY 1
                   UNTIL WSRateSub > WSRateCount OR WSRateFound
               IF WSRTType(WSRateSub) = WSBasis
                       AND WSRTClass(WSRateSub) = WSWantedClass
                   SET WSRateFound TO TRUE
                   PERFORM VARYING WSBucketSub FROM 1 BY 1
                           UNTIL WSBucketSub > 4
                       MOVE WSRTRate(WSRateSub, WSBucketSub)
                           TO WSUseRate(WSBucketSub)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> Only a bucket that is owed carries a reserve.

       Reserve-By-Bucket.
           IF WSCustCurrent > 0
               COMPUTE WSCustReserve ROUNDED = WSCustReserve
                   + (WSCustCurrent * WSUseRate(1) / 100)
           END-IF
           IF WSCust30 > 0
               COMPUTE WSCustReserve ROUNDED = WSCustReserve
                   + (WSCust30 * WSUseRate(2) / 100)
           END-IF
           IF WSCust60 > 0
               COMPUTE WSCustReserve ROUNDED = WSCustReserve
                   + (WSCust60 * WSUseRate(3) / 100)
           END-IF
           IF WSCust90 > 0
               COMPUTE WSCustReserve ROUNDED = WSCustReserve
                   + (WSCust90 * WSUseRate(4) / 100)
           END-IF.

      *> A customer nobody has claimed snapshots with a blank
      *> collector, the UNASSIGNED of workqueue.cob.

       Write-Aging-Snapshot.
           MOVE SPACES TO ASCollector
           IF WSAssignStatus = "00"
               MOVE WSIDNum TO CAIDNum
               READ AssignFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CACollector TO ASCollector
               END-READ
           END-IF
           MOVE WSClosingPeriod TO ASPeriod
           MOVE WSIDNum TO ASIDNum
           MOVE WSClassCode TO ASClass
           MOVE WSCustCurrent TO ASCurrent
           MOVE WSCust30 TO AS30
           MOVE WSCust60 TO AS60
           MOVE WSCust90 TO AS90
           WRITE AgingSnapRecord
           ADD 1 TO WSAgingSnapCount.

      *> agingrpt.cob's bucketing, as kpisummary.cob folds it in.

       Age-One-Customer.
           MOVE 0 TO WSCustCurrent
           MOVE 0 TO WSCust30
           MOVE 0 TO WSCust60
           MOVE 0 TO WSCust90
           MOVE 0 TO WSCustCredits
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Bucket-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF
           PERFORM Apply-Credits-Oldest-First
           COMPUTE WSResidue = WSBalance - (WSCustCurrent + WSCust30
               + WSCust60 + WSCust90)
           ADD WSResidue TO WSCustCurrent.

       Bucket-One-Posting.
           IF LedgIDNum = WSIDNum
               IF LedgAmount > 0
                   COMPUTE WSPostDateInt =
                       FUNCTION INTEGER-OF-DATE(LedgPostDate)
                   COMPUTE WSAgeDays = WSTodayInt - WSPostDateInt
                   EVALUATE TRUE
                       WHEN WSAgeDays < 30
                           ADD LedgAmount TO WSCustCurrent
                       WHEN WSAgeDays < 60
                           ADD LedgAmount TO WSCust30
                       WHEN WSAgeDays < 90
                           ADD LedgAmount TO WSCust60
                       WHEN OTHER
                           ADD LedgAmount TO WSCust90
                   END-EVALUATE
               ELSE
                   SUBTRACT LedgAmount FROM WSCustCredits
               END-IF
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Apply-Credits-Oldest-First.
           IF WSCustCredits > 0
               PERFORM Apply-Credit-To-90
           END-IF
           IF WSCustCredits > 0
               PERFORM Apply-Credit-To-60
           END-IF
           IF WSCustCredits > 0
               PERFORM Apply-Credit-To-30
           END-IF
           IF WSCustCredits > 0
               PERFORM Apply-Credit-To-Current
           END-IF.

       Apply-Credit-To-90.
           IF WSCustCredits >= WSCust90
               SUBTRACT WSCust90 FROM WSCustCredits
               MOVE 0 TO WSCust90
           ELSE
               SUBTRACT WSCustCredits FROM WSCust90
               MOVE 0 TO WSCustCredits
           END-IF.

       Apply-Credit-To-60.
           IF WSCustCredits >= WSCust60
               SUBTRACT WSCust60 FROM WSCustCredits
               MOVE 0 TO WSCust60
           ELSE
               SUBTRACT WSCustCredits FROM WSCust60
               MOVE 0 TO WSCustCredits
           END-IF.

       Apply-Credit-To-30.
           IF WSCustCredits >= WSCust30
               SUBTRACT WSCust30 FROM WSCustCredits
               MOVE 0 TO WSCust30
           ELSE
               SUBTRACT WSCustCredits FROM WSCust30
               MOVE 0 TO WSCustCredits
           END-IF.

       Apply-Credit-To-Current.
           IF WSCustCredits >= WSCustCurrent
               SUBTRACT WSCustCurrent FROM WSCustCredits
               MOVE 0 TO WSCustCurrent
           ELSE
               SUBTRACT WSCustCredits FROM WSCustCurrent
               MOVE 0 TO WSCustCredits
           END-IF.

      *> Re-closing a reopened period replaces its reserve detail,
      *> the same strip-and-rewrite Strip-Prior-Snapshot does.

       Strip-Prior-Reserve-Detail.
           MOVE 'N' TO WSStripEOFFlag
           OPEN INPUT ReserveDetailFile
           IF WSDetailStatus = "00"
               OPEN OUTPUT ReserveWorkFile
               PERFORM UNTIL WSStripEOF
                   READ ReserveDetailFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           IF RDPeriod NOT = WSClosingPeriod
                               WRITE ReserveWorkRecord
                                   FROM ReserveDetailRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
               CLOSE ReserveDetailFile
               MOVE 'N' TO WSStripEOFFlag
               OPEN INPUT ReserveWorkFile
               OPEN OUTPUT ReserveDetailFile
               PERFORM UNTIL WSStripEOF
                   READ ReserveWorkFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           WRITE ReserveDetailRecord
                               FROM ReserveWorkRecord
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
               CLOSE ReserveDetailFile
           END-IF.

       Strip-Prior-Aging-Snapshot.
           MOVE 'N' TO WSStripEOFFlag
           OPEN INPUT AgingSnapFile
           IF WSAgingSnapStatus = "00"
               OPEN OUTPUT ReserveWorkFile
               PERFORM UNTIL WSStripEOF
                   READ AgingSnapFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           IF ASPeriod NOT = WSClosingPeriod
                               WRITE ReserveWorkRecord
                                   FROM AgingSnapRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
               CLOSE AgingSnapFile
               MOVE 'N' TO WSStripEOFFlag
               OPEN INPUT ReserveWorkFile
               OPEN OUTPUT AgingSnapFile
               PERFORM UNTIL WSStripEOF
                   READ ReserveWorkFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           WRITE AgingSnapRecord
                               FROM ReserveWorkRecord
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
               CLOSE AgingSnapFile
           END-IF.

      *> What the GL already holds: this period's own row when the
      *> period is being re-closed, otherwise the latest earlier
      *> period's.

       Find-Booked-Reserve.
           MOVE 0 TO WSBookedReserve
           MOVE 0 TO WSBookedPeriod
           MOVE 'N' TO WSStripEOFFlag
           OPEN INPUT ReserveBalFile
           IF WSReserveBalStatus = "00"
               PERFORM UNTIL WSStripEOF
                   READ ReserveBalFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           IF RBPeriod <= WSClosingPeriod
                                   AND RBPeriod >= WSBookedPeriod
                               MOVE RBPeriod TO WSBookedPeriod
                               MOVE RBReserve TO WSBookedReserve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReserveBalFile
           END-IF.

       Record-Reserve-Balance.
           MOVE 'N' TO WSStripEOFFlag
           OPEN INPUT ReserveBalFile
           IF WSReserveBalStatus = "00"
               OPEN OUTPUT ReserveWorkFile
               PERFORM UNTIL WSStripEOF
                   READ ReserveBalFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           IF RBPeriod NOT = WSClosingPeriod
                               WRITE ReserveWorkRecord
                                   FROM ReserveBalRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
               CLOSE ReserveBalFile
               MOVE 'N' TO WSStripEOFFlag
               OPEN INPUT ReserveWorkFile
               OPEN OUTPUT ReserveBalFile
               PERFORM UNTIL WSStripEOF
                   READ ReserveWorkFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           WRITE ReserveBalRecord
                               FROM ReserveWorkRecord
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
           ELSE
               OPEN OUTPUT ReserveBalFile
           END-IF
           MOVE WSClosingPeriod TO RBPeriod
           MOVE WSReserveTotal TO RBReserve
           MOVE WSReserveChange TO RBChange
           MOVE WSToday TO RBDate
           WRITE ReserveBalRecord
           CLOSE ReserveBalFile.

      *> The pair joins tonight's GLJournal.dat ahead of its control
      *> trailer, whose debit and credit totals both grow by the
      *> amount, so the extract stays balanced.  A shop not running
      *> the GL extract gets a file of just the pair and a trailer.

       Journal-Reserve-Change.
           IF WSReserveChange > 0
               MOVE WSReserveChange TO WSJournalAmount
           ELSE
               COMPUTE WSJournalAmount = WSReserveChange * -1
           END-IF
           MOVE 'N' TO WSTrailerFlag
           MOVE 'N' TO WSStripEOFFlag
           OPEN INPUT JournalFile
           IF WSJournalDayStatus = "00"
               OPEN OUTPUT ReserveWorkFile
               PERFORM UNTIL WSStripEOF
                   READ JournalFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END
                           WRITE ReserveWorkRecord FROM JournalRecord
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
               CLOSE JournalFile
               MOVE 'N' TO WSStripEOFFlag
               OPEN INPUT ReserveWorkFile
               OPEN OUTPUT JournalFile
               PERFORM UNTIL WSStripEOF
                   READ ReserveWorkFile
                       AT END SET WSStripEOF TO TRUE
                       NOT AT END PERFORM Copy-Journal-Line
                   END-READ
               END-PERFORM
               CLOSE ReserveWorkFile
           ELSE
               OPEN OUTPUT JournalFile
           END-IF
           IF NOT WSTrailerWritten
               PERFORM Write-Reserve-Pair
               MOVE "CT" TO JRType
               MOVE SPACES TO JRAccount
               MOVE WSJournalAmount TO JRDebit
               MOVE WSJournalAmount TO JRCredit
               MOVE SPACES TO JRSource
               MOVE WSToday TO JRDate
               WRITE JournalRecord
           END-IF
           CLOSE JournalFile.

       Copy-Journal-Line.
           MOVE ReserveWorkRecord TO JournalRecord
           IF JRType = "CT"
               PERFORM Write-Reserve-Pair
               MOVE ReserveWorkRecord TO JournalRecord
               ADD WSJournalAmount TO JRDebit
               ADD WSJournalAmount TO JRCredit
               SET WSTrailerWritten TO TRUE
           END-IF
           WRITE JournalRecord.

      *> A growing reserve debits bad-debt expense and credits the
      *> allowance; a shrinking one reverses the pair.

       Write-Reserve-Pair.
           MOVE "DT" TO JRType
           MOVE "RV" TO JRSource
           MOVE WSToday TO JRDate
           MOVE WSBadDebtAccount TO JRAccount
           IF WSReserveChange > 0
               MOVE WSJournalAmount TO JRDebit
               MOVE 0 TO JRCredit
           ELSE
               MOVE 0 TO JRDebit
               MOVE WSJournalAmount TO JRCredit
           END-IF
           WRITE JournalRecord
           MOVE WSAllowanceAccount TO JRAccount
           IF WSReserveChange > 0
               MOVE 0 TO JRDebit
               MOVE WSJournalAmount TO JRCredit
           ELSE
               MOVE WSJournalAmount TO JRDebit
               MOVE 0 TO JRCredit
           END-IF
           WRITE JournalRecord.

       Advance-Open-Period.
           IF WSClosingMM = 12
               ADD 1 TO WSClosingYYYY
