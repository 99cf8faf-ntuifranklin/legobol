      *> Ledger summary maintenance and lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LEDGSUM.
      *> Keeps LedgSummary.dat (LEDGSUM.CPY) in step with
      *> CustLedger.dat and answers the totals questions the reports
      *> used to rescan the whole ledger for.  Entries, in the
      *> FEEDREG.cob multiple-ENTRY style:
      *>   LEDGSUM  - add one posting LEDGPOST has just written to
      *>              the customer's row for its period, creating
      *>              the row if need be, and carry the amount into
      *>              the opening balance of every later period (a
      *>              back-dated LEDGPOSTD posting);
      *>   LEDGAGE  - the customer's ledger net, debits aged as of
      *>              LAsOfDate, credits and latest payment
      *>              (LEDGAGE.CPY) - agingrpt.cob, workqueue.cob,
      *>              custfininq.cob;
      *>   LEDGPAID - PY/AP plan payments on or after LFromDate,
      *>              net of reversals - payplanchk.cob;
      *>   LEDGPER  - one period's row - statement.cob.
      *> Nothing is created or answered until ledgsumbld.cob has
      *> built the file and its control row: LEDGSUM then leaves the
      *> posting to the next rebuild, and the lookups answer "not
      *> built" so the caller reads the ledger itself.
      *> Modification History:
      *>   A LedgSummary.dat written under another layout (LAYOUTCK)
      *>   is treated as not built - postings are left to the next
      *>   rebuild and the lookups send the caller to the ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SummaryFile ASSIGN TO "LedgSummary.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LSKey
               FILE STATUS IS WSSummaryStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SummaryFile.
           COPY LEDGSUM.

       WORKING-STORAGE SECTION.
       01 WSSummaryStatus             PIC X(02).
       01 WSRowsDoneFlag              PIC X(01).
           88 WSRowsDone               VALUE 'Y'.
       01 WSReadyFlag                 PIC X(01).
           88 WSSummaryReady           VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSPostDate                   PIC 9(08).
       01 WSPostParts REDEFINES WSPostDate.
           02 WSPostPeriod             PIC 9(06).
           02 WSPostDay                PIC 9(02).
       01 WSPriorNet                   PIC S9(09)V99.
       01 WSTransCode                 PIC X(02).
           88 WSIsPlanPayment          VALUE "PY" "AP".
           88 WSIsPayment              VALUE "PY" "AP" "IV" "CD" "AC".
       01 WSCodeSub                    PIC 9(02).
       01 WSLookSub                    PIC 9(02).
       01 WSDaySub                     PIC 9(02).
       01 WSAsOfDate                   PIC 9(08).
       01 WSAsOfInt                    PIC 9(07).
       01 WSDayDate                    PIC 9(08).
       01 WSAgeDays                    PIC S9(07).
       01 WSNewRowFlag                PIC X(01).
           88 WSNewRow                 VALUE 'Y'.
       01 WSLayoutFlag                PIC X(01) VALUE SPACE.
           88 WSLayoutUnchecked        VALUE SPACE.
           88 WSLayoutCurrent          VALUE 'Y'.
           COPY LAYOUTVR.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LTransCode PIC X(02).
        01 LAmount PIC S9(07)V99.
        01 LPostDate PIC 9(08).
        01 LAsOfDate PIC 9(08).
        01 LFromDate PIC 9(08).
        01 LPaidTotal PIC S9(07)V99.
        01 LPeriod PIC 9(06).
        01 LSummaryRow PIC X(1895).
        01 LResult PIC X(01).
            88 LAnswered             VALUE 'Y'.
            88 LNoSuchPeriod         VALUE 'N'.
            88 LNotBuilt             VALUE 'U'.
           COPY LEDGAGE.

       PROCEDURE DIVISION USING LIDNum, LTransCode, LAmount,
               LPostDate.
       LEDGSUM-Entry.
           PERFORM Check-Layout
           IF NOT WSLayoutCurrent
               GOBACK
           END-IF
           OPEN I-O SummaryFile
           IF WSSummaryStatus NOT = "00"
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE LPostDate TO WSPostDate
           MOVE LTransCode TO WSTransCode
           PERFORM Carry-Into-Later-Periods
           MOVE LIDNum TO LSIDNum
           MOVE WSPostPeriod TO LSPeriod
           MOVE 'N' TO WSNewRowFlag
           READ SummaryFile
               INVALID KEY SET WSNewRow TO TRUE
           END-READ
           IF WSNewRow
               PERFORM Start-New-Row
           END-IF
           PERFORM Add-Posting-To-Row
           MOVE WSToday TO WSAsOfDate
           PERFORM Age-Summary-Row
           IF WSNewRow
               WRITE LedgSummaryRecord
           ELSE
               REWRITE LedgSummaryRecord
           END-IF
           CLOSE SummaryFile
           GOBACK.

       ENTRY "LEDGAGE" USING LIDNum, LAsOfDate, LedgAgeAnswer.
           MOVE 'N' TO AAFoundFlag
           MOVE 0 TO AANet
           MOVE 0 TO AACurrent
           MOVE 0 TO AA30
           MOVE 0 TO AA60
           MOVE 0 TO AA90
           MOVE 0 TO AACredits
           MOVE 0 TO AARowCount
           MOVE 0 TO AALastPayDate
           MOVE 0 TO AALastPayAmount
           PERFORM Open-For-Lookup
           IF NOT WSSummaryReady
               GOBACK
           END-IF
           MOVE LAsOfDate TO WSAsOfDate
           PERFORM Start-Customer-Rows
           PERFORM Age-One-Period UNTIL WSRowsDone
           CLOSE SummaryFile
           SET AAAnswered TO TRUE
           GOBACK.

       ENTRY "LEDGPAID" USING LIDNum, LFromDate, LPaidTotal,
           LResult.
           MOVE 0 TO LPaidTotal
           SET LNotBuilt TO TRUE
           PERFORM Open-For-Lookup
           IF NOT WSSummaryReady
               GOBACK
           END-IF
           MOVE LFromDate TO WSPostDate
           PERFORM Start-Customer-Rows
           PERFORM Total-One-Period-Paid UNTIL WSRowsDone
           CLOSE SummaryFile
           SET LAnswered TO TRUE
           GOBACK.

       ENTRY "LEDGPER" USING LIDNum, LPeriod, LSummaryRow, LResult.
           MOVE SPACES TO LSummaryRow
           SET LNotBuilt TO TRUE
           PERFORM Open-For-Lookup
           IF NOT WSSummaryReady
               GOBACK
           END-IF
           MOVE LIDNum TO LSIDNum
           MOVE LPeriod TO LSPeriod
           READ SummaryFile
               INVALID KEY SET LNoSuchPeriod TO TRUE
               NOT INVALID KEY
                   MOVE LedgSummaryRecord TO LSummaryRow
                   SET LAnswered TO TRUE
           END-READ
           CLOSE SummaryFile
           GOBACK.

      *> The summary answers only once a rebuild has written the
      *> control row - a file LEDGSUM had merely been adding to
      *> would be missing every posting before it existed.

       Open-For-Lookup.
           MOVE 'N' TO WSReadyFlag
           PERFORM Check-Layout
           IF WSLayoutCurrent
               OPEN INPUT SummaryFile
           ELSE
               MOVE "LV" TO WSSummaryStatus
           END-IF
           IF WSSummaryStatus = "00"
               MOVE 0 TO LSIDNum
               MOVE 0 TO LSPeriod
               READ SummaryFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WSSummaryReady TO TRUE
               END-READ
               IF NOT WSSummaryReady
                   CLOSE SummaryFile
               END-IF
           END-IF.

      *> Checked once a run - LEDGSUM is called for every posting.

       Check-Layout.
           IF WSLayoutUnchecked
               CALL 'LAYOUTCK' USING LVLedgSumMaster, LVResult
               IF LVMatches
                   SET WSLayoutCurrent TO TRUE
               ELSE
                   MOVE 'N' TO WSLayoutFlag
               END-IF
           END-IF.

       Start-Customer-Rows.
           MOVE 'N' TO WSRowsDoneFlag
           MOVE LIDNum TO LSIDNum
           MOVE 0 TO LSPeriod
           START SummaryFile KEY IS GREATER THAN LSKey
               INVALID KEY SET WSRowsDone TO TRUE
           END-START.

      *> Rows come back in period order; the posting's own period
      *> is left for the keyed read that follows.

       Carry-Into-Later-Periods.
           MOVE 0 TO WSPriorNet
           PERFORM Start-Customer-Rows
           PERFORM Carry-One-Period UNTIL WSRowsDone.

       Carry-One-Period.
           READ SummaryFile NEXT RECORD
               AT END SET WSRowsDone TO TRUE
               NOT AT END
                   IF LSIDNum NOT = LIDNum
                       SET WSRowsDone TO TRUE
                   ELSE
                       IF LSPeriod < WSPostPeriod
                           COMPUTE WSPriorNet = WSPriorNet + LSDebits
                               - LSCredits
                       END-IF
                       IF LSPeriod > WSPostPeriod
                           ADD LAmount TO LSOpening
                           REWRITE LedgSummaryRecord
                       END-IF
                   END-IF
           END-READ.

       Start-New-Row.
           MOVE LIDNum TO LSIDNum
           MOVE WSPostPeriod TO LSPeriod
           MOVE WSPriorNet TO LSOpening
           MOVE 0 TO LSDebits
           MOVE 0 TO LSCredits
           MOVE 0 TO LSRowCount
           MOVE 0 TO LSLastPayDate
           MOVE 0 TO LSLastPayAmount
           MOVE 0 TO LSCodeCount
           PERFORM VARYING WSCodeSub FROM 1 BY 1 UNTIL WSCodeSub > 30
               MOVE SPACES TO LSCode(WSCodeSub)
               MOVE 0 TO LSCodeDebits(WSCodeSub)
               MOVE 0 TO LSCodeCredits(WSCodeSub)
           END-PERFORM
           PERFORM VARYING WSDaySub FROM 1 BY 1 UNTIL WSDaySub > 31
               MOVE 0 TO LSDayDebits(WSDaySub)
               MOVE 0 TO LSDayCredits(WSDaySub)
               MOVE 0 TO LSDayPlanPaid(WSDaySub)
           END-PERFORM.

      *> Same rules ledgsumbld.cob applies row by row.  A code the
      *> table has no room left for still counts in the period
      *> totals; ledgsumprf.cob reports the gap.

       Add-Posting-To-Row.
           ADD 1 TO LSRowCount
           PERFORM Find-Code-Entry
           IF LAmount > 0
               ADD LAmount TO LSDebits
               ADD LAmount TO LSDayDebits(WSPostDay)
               IF WSCodeSub > 0
                   ADD LAmount TO LSCodeDebits(WSCodeSub)
               END-IF
           ELSE
               SUBTRACT LAmount FROM LSCredits
               SUBTRACT LAmount FROM LSDayCredits(WSPostDay)
               IF WSCodeSub > 0
                   SUBTRACT LAmount FROM LSCodeCredits(WSCodeSub)
               END-IF
           END-IF
           IF WSIsPlanPayment
               SUBTRACT LAmount FROM LSDayPlanPaid(WSPostDay)
           END-IF
           IF WSIsPayment AND LAmount < 0
                   AND WSPostDate >= LSLastPayDate
               MOVE WSPostDate TO LSLastPayDate
               COMPUTE LSLastPayAmount = LAmount * -1
           END-IF.

       Find-Code-Entry.
           MOVE 0 TO WSCodeSub
           PERFORM VARYING WSLookSub FROM 1 BY 1
                   UNTIL WSLookSub > LSCodeCount
               IF LSCode(WSLookSub) = WSTransCode
                   MOVE WSLookSub TO WSCodeSub
               END-IF
           END-PERFORM
           IF WSCodeSub = 0 AND LSCodeCount < 30
               ADD 1 TO LSCodeCount
               MOVE LSCodeCount TO WSCodeSub
               MOVE WSTransCode TO LSCode(WSCodeSub)
           END-IF.

      *> Bucket boundaries are agingrpt.cob's: under 30 days
      *> current, then 30, 60 and 90 and over.

       Age-Summary-Row.
           MOVE WSAsOfDate TO LSAgedAsOf
           MOVE 0 TO LSAgeCurrent
           MOVE 0 TO LSAge30
           MOVE 0 TO LSAge60
           MOVE 0 TO LSAge90
           COMPUTE WSAsOfInt = FUNCTION INTEGER-OF-DATE(WSAsOfDate)
           PERFORM VARYING WSDaySub FROM 1 BY 1 UNTIL WSDaySub > 31
               IF LSDayDebits(WSDaySub) > 0
                   PERFORM Age-One-Day
               END-IF
           END-PERFORM.

       Age-One-Day.
           COMPUTE WSDayDate = (LSPeriod * 100) + WSDaySub
           COMPUTE WSAgeDays = WSAsOfInt
               - FUNCTION INTEGER-OF-DATE(WSDayDate)
           EVALUATE TRUE
               WHEN WSAgeDays < 30
                   ADD LSDayDebits(WSDaySub) TO LSAgeCurrent
               WHEN WSAgeDays < 60
                   ADD LSDayDebits(WSDaySub) TO LSAge30
               WHEN WSAgeDays < 90
                   ADD LSDayDebits(WSDaySub) TO LSAge60
               WHEN OTHER
                   ADD LSDayDebits(WSDaySub) TO LSAge90
           END-EVALUATE.

      *> A row last aged on some other day is re-aged in storage
      *> only - lookups never rewrite the file.

       Age-One-Period.
           READ SummaryFile NEXT RECORD
               AT END SET WSRowsDone TO TRUE
               NOT AT END
                   IF LSIDNum NOT = LIDNum
                       SET WSRowsDone TO TRUE
                   ELSE
                       PERFORM Add-Period-To-Answer
                   END-IF
           END-READ.

       Add-Period-To-Answer.
           IF LSAgedAsOf NOT = WSAsOfDate
               PERFORM Age-Summary-Row
           END-IF
           COMPUTE AANet = AANet + LSDebits - LSCredits
           ADD LSAgeCurrent TO AACurrent
           ADD LSAge30 TO AA30
           ADD LSAge60 TO AA60
           ADD LSAge90 TO AA90
           ADD LSCredits TO AACredits
           ADD LSRowCount TO AARowCount
           IF LSLastPayDate > 0
                   AND LSLastPayDate >= AALastPayDate
               MOVE LSLastPayDate TO AALastPayDate
               MOVE LSLastPayAmount TO AALastPayAmount
           END-IF.

       Total-One-Period-Paid.
           READ SummaryFile NEXT RECORD
               AT END SET WSRowsDone TO TRUE
               NOT AT END
                   IF LSIDNum NOT = LIDNum
                       SET WSRowsDone TO TRUE
                   ELSE
                       IF LSPeriod >= WSPostPeriod
                           PERFORM Add-Period-Paid
                       END-IF
                   END-IF
           END-READ.

       Add-Period-Paid.
           PERFORM VARYING WSDaySub FROM 1 BY 1 UNTIL WSDaySub > 31
               IF LSPeriod > WSPostPeriod
                       OR WSDaySub >= WSPostDay
                   ADD LSDayPlanPaid(WSDaySub) TO LPaidTotal
               END-IF
           END-PERFORM.
