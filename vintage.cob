       IDENTIFICATION DIVISION.
       PROGRAM-ID. vintage.
      *> New-account vintage (cohort) delinquency report for the
      *> credit committee - answers "do the customers we opened
      *> last spring go bad faster than the ones the spring
      *> before".  Each customer belongs to the cohort of the month
      *> of their first CustHistIx.dat snapshot (the add, the way
      *> churnrpt.cob counts it).  For each cohort the report shows,
      *> at 3, 6 and 12 months on book, the share of accounts and
      *> of dollars that were 30+, 60+ and 90+ days past due at the
      *> end of that month.  Only accounts that have reached the
      *> mark count toward it - a cohort too young for 12 months
      *> shows no 12-month figures.  The aging is rebuilt as of
      *> each mark from CustLedger.dat with agingrpt.cob's bucketing
      *> (debits aged from their posting date, credits applied
      *> oldest-first), so it needs no stored history.  An account
      *> written off (WO or SW) or placed with the collection
      *> agency (any AgencyPlace.dat row, recalled or not) on or
      *> before the mark counts as bad at every level, with all of
      *> its dollars - the written-off dollars stay in its aging
      *> rather than being credited away.  Run quarterly by
      *> batchdriver.cob after the quarter's month-end close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HistIndexFile ASSIGN TO "CustHistIx.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HXKey
               FILE STATUS IS WSIndexStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT PlaceFile ASSIGN TO "AgencyPlace.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS APLIDNum
               FILE STATUS IS WSPlaceStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistIndexFile.
       01 HistIndexRecord.
           02 HXKey.
               03 HIDNum              PIC 9(05).
               03 HEffectiveDate       PIC 9(08).
               03 HXSeq                PIC 9(02).
           02 HFirstName               PIC X(15).
           02 HLastName                PIC X(15).
           02 HCustStatus              PIC X(01).
           02 HStreet                  PIC X(25).
           02 HCity                    PIC X(15).
           02 HState                   PIC X(02).
           02 HZip                     PIC X(09).
           02 HMOB                     PIC 99.
           02 HDOB                     PIC 99.
           02 HYOB                     PIC 9(04).
           02 HPhone                   PIC 9(10).
           02 HBalance                 PIC S9(07)V99.
           02 HOperator                PIC X(08).

       FD LedgerFile.
           COPY CUSTLEDG.

       FD PlaceFile.
       01 PlaceRecord.
           02 APLIDNum                PIC 9(05).
           02 APLDate                  PIC 9(08).
           02 APLBalance               PIC S9(07)V99.
           02 APLStatus                PIC X(01).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSIndexStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSPlaceStatus                PIC X(02).
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "VINTAGE".
       01 WSCustomerCount              PIC 9(07) VALUE 0.
       01 WSSkippedCount               PIC 9(05) VALUE 0.
       01 WSLastIDNum                  PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSPostDateInt                PIC 9(07).
       01 WSAgeDays                    PIC S9(05).
       01 WSPlaceInt                   PIC 9(07).
       01 WSCohortMonth                PIC 9(06).
       01 WSWorkPeriod                 PIC 9(06).
       01 WSWorkParts REDEFINES WSWorkPeriod.
           02 WSWorkYYYY               PIC 9(04).
           02 WSWorkMM                 PIC 9(02).
       01 WSWorkDate                   PIC 9(08).
       01 WSSub                        PIC 9(03).
       01 WSCohortCount                PIC 9(03) VALUE 0.
       01 WSMark                       PIC 9(01).
       01 WSBucket                     PIC 9(01).
       01 WSLevel                      PIC 9(01).
       01 WSStartBucket                PIC 9(01).
       01 WSPastDollars                PIC S9(09)V99.
       01 WSOwedDollars                PIC S9(09)V99.
       01 WSPrintMonth                 PIC 9(06).
       01 WSLowMonth                   PIC 9(06).
       01 WSPrintSub                   PIC 9(03).
       01 WSPct                        PIC 9(03)V9.

      *> Months on book for each mark.
       01 WSMarkMonths.
           02 FILLER                   PIC 9(02) VALUE 03.
           02 FILLER                   PIC 9(02) VALUE 06.
           02 FILLER                   PIC 9(02) VALUE 12.
       01 WSMarkTable REDEFINES WSMarkMonths.
           02 WSMarkMOB                PIC 9(02) OCCURS 3 TIMES.

      *> The customer in hand, aged as of the end of each mark's
      *> month: buckets 1-4 are current, 30, 60 and 90+ days.
       01 WSCustMarks.
           02 WSCustMark OCCURS 3 TIMES.
               03 WSAsOfInt            PIC 9(07).
               03 WSSeasonedFlag       PIC X(01).
                   88 WSSeasoned       VALUE 'Y'.
               03 WSBadFlag            PIC X(01).
                   88 WSGoneBad        VALUE 'Y'.
               03 WSCustCredits        PIC S9(07)V99.
               03 WSCustBucket         PIC S9(07)V99 OCCURS 4 TIMES.

      *> One entry per cohort month (ten years is plenty); for each
      *> mark the seasoned accounts and dollars, and the accounts
      *> and dollars 30+, 60+ and 90+ past due.
       01 WSCohortTable.
           02 WSCohort OCCURS 120 TIMES.
               03 WSCohMonth           PIC 9(06).
               03 WSCohAccounts        PIC 9(05).
               03 WSCohMark OCCURS 3 TIMES.
                   04 WSMarkAccounts   PIC 9(05).
                   04 WSMarkDollars    PIC 9(09)V99.
                   04 WSPastAccounts   PIC 9(05) OCCURS 3 TIMES.
                   04 WSPastDollarAmt  PIC 9(09)V99 OCCURS 3 TIMES.

       01 WSPctEdit                    PIC ZZ9.9.
       01 WSPctEdit2                   PIC ZZ9.9.
       01 WSPctEdit3                   PIC ZZ9.9.
       01 WSPctEdit4                   PIC ZZ9.9.
       01 WSPctEdit5                   PIC ZZ9.9.
       01 WSPctEdit6                   PIC ZZ9.9.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSCustomerCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           OPEN INPUT HistIndexFile
           IF WSIndexStatus NOT = "00"
               DISPLAY "No history index on file - run the "
                   "history conversion first."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSCustomerCount
               GOBACK
           END-IF
           OPEN INPUT PlaceFile
           PERFORM UNTIL WSEOF = 'Y'
               READ HistIndexFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF HIDNum NOT = WSLastIDNum
                           PERFORM Judge-New-Account
                       END-IF
                       MOVE HIDNum TO WSLastIDNum
               END-READ
           END-PERFORM
           IF WSPlaceStatus = "00"
               CLOSE PlaceFile
           END-IF
           CLOSE HistIndexFile
           PERFORM Print-Vintage-Report
           IF WSSkippedCount > 0
               DISPLAY "Cohort table full - " WSSkippedCount
                   " account(s) not reported."
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSCustomerCount
           GOBACK.

      *> The index arrives in IDNum/date order, so a customer's
      *> first row is their add.

       Judge-New-Account.
           MOVE HEffectiveDate(1:6) TO WSCohortMonth
           PERFORM Find-Cohort-Entry
           IF WSSub > 120
               ADD 1 TO WSSkippedCount
           ELSE
               ADD 1 TO WSCustomerCount
               ADD 1 TO WSCohAccounts(WSSub)
               PERFORM Set-Mark-Dates
               PERFORM Find-Placement
               PERFORM Age-At-Each-Mark
               PERFORM VARYING WSMark FROM 1 BY 1 UNTIL WSMark > 3
                   IF WSSeasoned(WSMark)
                       PERFORM Tally-One-Mark
                   END-IF
               END-PERFORM
           END-IF.

       Find-Cohort-Entry.
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSCohortCount
                   OR WSCohMonth(WSSub) = WSCohortMonth
               CONTINUE
           END-PERFORM
           IF WSSub > WSCohortCount AND WSCohortCount < 120
               ADD 1 TO WSCohortCount
               MOVE WSCohortCount TO WSSub
               INITIALIZE WSCohort(WSSub)
               MOVE WSCohortMonth TO WSCohMonth(WSSub)
           END-IF.

      *> Each mark falls on the last day of the month the account
      *> reaches that many months on book; one not yet reached is
      *> left out.

       Set-Mark-Dates.
           INITIALIZE WSCustMarks
           PERFORM VARYING WSMark FROM 1 BY 1 UNTIL WSMark > 3
               MOVE WSCohortMonth TO WSWorkPeriod
               PERFORM Step-Forward-One-Month WSMarkMOB(WSMark) TIMES
               PERFORM Step-Forward-One-Month
               COMPUTE WSWorkDate = WSWorkPeriod * 100 + 1
               COMPUTE WSAsOfInt(WSMark) =
                   FUNCTION INTEGER-OF-DATE(WSWorkDate) - 1
               IF WSAsOfInt(WSMark) <= WSTodayInt
                   SET WSSeasoned(WSMark) TO TRUE
               END-IF
           END-PERFORM.

       Step-Forward-One-Month.
           IF WSWorkMM = 12
               ADD 1 TO WSWorkYYYY
               MOVE 1 TO WSWorkMM
           ELSE
               ADD 1 TO WSWorkMM
           END-IF.

       Find-Placement.
           MOVE 0 TO WSPlaceInt
           IF WSPlaceStatus = "00"
               MOVE HIDNum TO APLIDNum
               READ PlaceFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WSPlaceInt =
                           FUNCTION INTEGER-OF-DATE(APLDate)
               END-READ
           END-IF
           IF WSPlaceInt > 0
               PERFORM VARYING WSMark FROM 1 BY 1 UNTIL WSMark > 3
                   IF WSPlaceInt <= WSAsOfInt(WSMark)
                       SET WSGoneBad(WSMark) TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> One ledger pass ages the customer at all three marks.

       Age-At-Each-Mark.
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Bucket-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF
           PERFORM VARYING WSMark FROM 1 BY 1 UNTIL WSMark > 3
               PERFORM VARYING WSBucket FROM 4 BY -1
                       UNTIL WSBucket < 1 OR WSCustCredits(WSMark) = 0
                   PERFORM Apply-Credit-To-Bucket
               END-PERFORM
           END-PERFORM.

       Bucket-One-Posting.
           IF LedgIDNum = HIDNum
               COMPUTE WSPostDateInt =
                   FUNCTION INTEGER-OF-DATE(LedgPostDate)
               PERFORM VARYING WSMark FROM 1 BY 1 UNTIL WSMark > 3
                   IF WSSeasoned(WSMark)
                           AND WSPostDateInt <= WSAsOfInt(WSMark)
                       PERFORM Bucket-For-Mark
                   END-IF
               END-PERFORM
           END-IF
           PERFORM Read-Ledger.

       Bucket-For-Mark.
           EVALUATE TRUE
               WHEN LedgIsWriteOff OR LedgIsSettlementWO
                   SET WSGoneBad(WSMark) TO TRUE
               WHEN LedgAmount > 0
                   COMPUTE WSAgeDays =
                       WSAsOfInt(WSMark) - WSPostDateInt
                   EVALUATE TRUE
                       WHEN WSAgeDays < 30 MOVE 1 TO WSBucket
                       WHEN WSAgeDays < 60 MOVE 2 TO WSBucket
                       WHEN WSAgeDays < 90 MOVE 3 TO WSBucket
                       WHEN OTHER MOVE 4 TO WSBucket
                   END-EVALUATE
                   ADD LedgAmount TO WSCustBucket(WSMark, WSBucket)
               WHEN OTHER
                   SUBTRACT LedgAmount FROM WSCustCredits(WSMark)
           END-EVALUATE.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Apply-Credit-To-Bucket.
           IF WSCustCredits(WSMark) >= WSCustBucket(WSMark, WSBucket)
               SUBTRACT WSCustBucket(WSMark, WSBucket)
                   FROM WSCustCredits(WSMark)
               MOVE 0 TO WSCustBucket(WSMark, WSBucket)
           ELSE
               SUBTRACT WSCustCredits(WSMark)
                   FROM WSCustBucket(WSMark, WSBucket)
               MOVE 0 TO WSCustCredits(WSMark)
           END-IF.

      *> Level 1 is 30+ (buckets 2-4), 2 is 60+, 3 is 90+.  A bad
      *> account is past due at every level with everything owed.

       Tally-One-Mark.
           MOVE 0 TO WSOwedDollars
           PERFORM VARYING WSBucket FROM 1 BY 1 UNTIL WSBucket > 4
               ADD WSCustBucket(WSMark, WSBucket) TO WSOwedDollars
           END-PERFORM
           ADD 1 TO WSMarkAccounts(WSSub, WSMark)
           IF WSOwedDollars > 0
               ADD WSOwedDollars TO WSMarkDollars(WSSub, WSMark)
           END-IF
           PERFORM VARYING WSLevel FROM 1 BY 1 UNTIL WSLevel > 3
               IF WSGoneBad(WSMark)
                   MOVE WSOwedDollars TO WSPastDollars
                   ADD 1 TO WSPastAccounts(WSSub, WSMark, WSLevel)
               ELSE
                   MOVE 0 TO WSPastDollars
                   COMPUTE WSStartBucket = WSLevel + 1
                   PERFORM VARYING WSBucket FROM WSStartBucket BY 1
                           UNTIL WSBucket > 4
                       ADD WSCustBucket(WSMark, WSBucket)
                           TO WSPastDollars
                   END-PERFORM
                   IF WSPastDollars > 0
                       ADD 1 TO WSPastAccounts(WSSub, WSMark, WSLevel)
                   END-IF
               END-IF
               IF WSPastDollars > 0
                   ADD WSPastDollars
                       TO WSPastDollarAmt(WSSub, WSMark, WSLevel)
               END-IF
           END-PERFORM.

      *> One section per mark, cohorts oldest first.

       Print-Vintage-Report.
           DISPLAY "NEW-ACCOUNT VINTAGE DELINQUENCY - " WSToday
           DISPLAY "Accounts in cohorts: " WSCustomerCount
           PERFORM VARYING WSMark FROM 1 BY 1 UNTIL WSMark > 3
               DISPLAY " "
               DISPLAY "-- " WSMarkMOB(WSMark) " MONTHS ON BOOK --"
               DISPLAY "COHORT  OPENED  SEASONED   30+ ACCT  30+ $  "
                   " 60+ ACCT  60+ $   90+ ACCT  90+ $"
               MOVE 0 TO WSPrintMonth
               PERFORM Print-Next-Cohort WSCohortCount TIMES
           END-PERFORM.

      *> Picks the lowest cohort month above the last one printed.

       Print-Next-Cohort.
           MOVE 999999 TO WSLowMonth
           MOVE 0 TO WSPrintSub
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSCohortCount
               IF WSCohMonth(WSSub) > WSPrintMonth
                       AND WSCohMonth(WSSub) < WSLowMonth
                   MOVE WSCohMonth(WSSub) TO WSLowMonth
                   MOVE WSSub TO WSPrintSub
               END-IF
           END-PERFORM
           IF WSPrintSub > 0
               MOVE WSLowMonth TO WSPrintMonth
               MOVE WSPrintSub TO WSSub
               PERFORM Print-One-Cohort
           END-IF.

       Print-One-Cohort.
           IF WSMarkAccounts(WSSub, WSMark) = 0
               DISPLAY WSCohMonth(WSSub) "  " WSCohAccounts(WSSub)
                   "   (not yet seasoned)"
           ELSE
               MOVE 1 TO WSLevel
               PERFORM Compute-Account-Pct
               MOVE WSPct TO WSPctEdit
               PERFORM Compute-Dollar-Pct
               MOVE WSPct TO WSPctEdit2
               MOVE 2 TO WSLevel
               PERFORM Compute-Account-Pct
               MOVE WSPct TO WSPctEdit3
               PERFORM Compute-Dollar-Pct
               MOVE WSPct TO WSPctEdit4
               MOVE 3 TO WSLevel
               PERFORM Compute-Account-Pct
               MOVE WSPct TO WSPctEdit5
               PERFORM Compute-Dollar-Pct
               MOVE WSPct TO WSPctEdit6
               DISPLAY WSCohMonth(WSSub) "  " WSCohAccounts(WSSub)
                   "   " WSMarkAccounts(WSSub, WSMark) "     "
                   WSPctEdit "%  " WSPctEdit2 "%    "
                   WSPctEdit3 "%  " WSPctEdit4 "%    "
                   WSPctEdit5 "%  " WSPctEdit6 "%"
           END-IF.

       Compute-Account-Pct.
           COMPUTE WSPct ROUNDED =
               WSPastAccounts(WSSub, WSMark, WSLevel) * 100
               / WSMarkAccounts(WSSub, WSMark).

       Compute-Dollar-Pct.
           IF WSMarkDollars(WSSub, WSMark) = 0
               MOVE 0 TO WSPct
           ELSE
               COMPUTE WSPct ROUNDED =
                   WSPastDollarAmt(WSSub, WSMark, WSLevel) * 100
                   / WSMarkDollars(WSSub, WSMark)
           END-IF.
