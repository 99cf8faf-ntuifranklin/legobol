       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledgsumbld.
      *> Ledger summary rebuild - recreates LedgSummary.dat
      *> (LEDGSUM.CPY) from scratch out of CustLedger.dat: the ledger
      *> is sorted by customer and posting date and each customer's
      *> periods are summarized in turn, the opening balance of
      *> each period being everything the customer posted before
      *> it.  Rows are aged as of today.  Run it once to bring the
      *> summary in, after ledgarchive.cob or chkconvert.cob rewrite
      *> the ledger (both call it), or whenever ledgsumprf.cob finds
      *> the summary no longer ties; day-to-day LEDGPOST keeps the
      *> rows current through LEDGSUM.  The control row is written
      *> last, so a rebuild that dies part-way is never read - the
      *> reports simply stay on the ledger.
      *> Modification History:
      *>   A completed rebuild stamps LedgSummary.dat in LayoutCtl.dat
      *>   (LAYOUTST) as written under the compiled layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT SummaryFile ASSIGN TO "LedgSummary.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LSKey
               FILE STATUS IS WSSummaryStatus.
           SELECT SortWorkFile ASSIGN TO "LedgSumWork.dat".

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
           COPY CUSTLEDG.

       FD SummaryFile.
           COPY LEDGSUM.

       SD SortWorkFile.
       01 SortRecord.
           02 SortIDNum               PIC 9(05).
           02 SortPostDate             PIC 9(08).
           02 SortPostParts REDEFINES SortPostDate.
               03 SortPeriod          PIC 9(06).
               03 SortDay             PIC 9(02).
           02 SortTransCode            PIC X(02).
           02 SortAmount               PIC S9(07)V99.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSLedgerStatus               PIC X(02).
       01 WSSummaryStatus             PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSSortEOF                    PIC X(01) VALUE 'N'.
       01 WSProgramId                  PIC X(10) VALUE "LEDGSUMBLD".
       01 WSRowCount                   PIC 9(07) VALUE 0.
       01 WSPostingCount               PIC 9(09) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSRowOpenFlag               PIC X(01) VALUE 'N'.
           88 WSRowOpen                VALUE 'Y'.
       01 WSRowIDNum                   PIC 9(05) VALUE 0.
       01 WSRowPeriod                  PIC 9(06) VALUE 0.
       01 WSCustomerNet                PIC S9(09)V99 VALUE 0.
       01 WSTransCode                 PIC X(02).
           88 WSIsPlanPayment          VALUE "PY" "AP".
           88 WSIsPayment              VALUE "PY" "AP" "IV" "CD" "AC".
       01 WSCodeSub                    PIC 9(02).
       01 WSLookSub                    PIC 9(02).
       01 WSDaySub                     PIC 9(02).
       01 WSDayDate                    PIC 9(08).
       01 WSAgeDays                    PIC S9(07).
       01 WSCodeGapCount               PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSRowCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           OPEN OUTPUT SummaryFile
           IF WSSummaryStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           SORT SortWorkFile
               ON ASCENDING KEY SortIDNum
               ON ASCENDING KEY SortPostDate
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Release-Ledger-Rows
               OUTPUT PROCEDURE IS Build-Summary-Rows
           IF WSRowOpen
               PERFORM Write-Summary-Row
           END-IF
           PERFORM Write-Control-Row
           CLOSE SummaryFile
           CALL 'LAYOUTST' USING LVLedgSumMaster, WSProgramId
           DISPLAY "LEDGER SUMMARY REBUILD - " WSToday
           DISPLAY "  Ledger rows summarized: " WSPostingCount
           DISPLAY "  Summary rows written:   " WSRowCount
           IF WSCodeGapCount > 0
               DISPLAY "  Rows past the 30-code table: " WSCodeGapCount
                   " (in the period totals only)"
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRowCount
           GOBACK.

      *> No ledger yet is an empty summary, not an error - the
      *> control row still goes out so the lookups answer.

       Release-Ledger-Rows.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ LedgerFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE LedgIDNum TO SortIDNum
                           MOVE LedgPostDate TO SortPostDate
                           MOVE LedgTransCode TO SortTransCode
                           MOVE LedgAmount TO SortAmount
                           RELEASE SortRecord
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Build-Summary-Rows.
           PERFORM UNTIL WSSortEOF = 'Y'
               RETURN SortWorkFile
                   AT END MOVE 'Y' TO WSSortEOF
                   NOT AT END PERFORM Summarize-One-Posting
               END-RETURN
           END-PERFORM.

       Summarize-One-Posting.
           IF WSRowOpen
               IF SortIDNum NOT = WSRowIDNum
                       OR SortPeriod NOT = WSRowPeriod
                   PERFORM Write-Summary-Row
               END-IF
           END-IF
           IF NOT WSRowOpen
               IF SortIDNum NOT = WSRowIDNum OR WSPostingCount = 0
                   MOVE 0 TO WSCustomerNet
               END-IF
               PERFORM Start-New-Row
           END-IF
           PERFORM Add-Posting-To-Row
           ADD SortAmount TO WSCustomerNet
           ADD 1 TO WSPostingCount.

       Start-New-Row.
           MOVE SortIDNum TO WSRowIDNum
           MOVE SortPeriod TO WSRowPeriod
           MOVE SortIDNum TO LSIDNum
           MOVE SortPeriod TO LSPeriod
           MOVE WSCustomerNet TO LSOpening
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
           END-PERFORM
           SET WSRowOpen TO TRUE.

      *> Same rules LEDGSUM applies posting by posting.

       Add-Posting-To-Row.
           MOVE SortTransCode TO WSTransCode
           ADD 1 TO LSRowCount
           PERFORM Find-Code-Entry
           IF SortAmount > 0
               ADD SortAmount TO LSDebits
               ADD SortAmount TO LSDayDebits(SortDay)
               IF WSCodeSub > 0
                   ADD SortAmount TO LSCodeDebits(WSCodeSub)
               END-IF
           ELSE
               SUBTRACT SortAmount FROM LSCredits
               SUBTRACT SortAmount FROM LSDayCredits(SortDay)
               IF WSCodeSub > 0
                   SUBTRACT SortAmount FROM LSCodeCredits(WSCodeSub)
               END-IF
           END-IF
           IF WSIsPlanPayment
               SUBTRACT SortAmount FROM LSDayPlanPaid(SortDay)
           END-IF
           IF WSIsPayment AND SortAmount < 0
                   AND SortPostDate >= LSLastPayDate
               MOVE SortPostDate TO LSLastPayDate
               COMPUTE LSLastPayAmount = SortAmount * -1
           END-IF.

       Find-Code-Entry.
           MOVE 0 TO WSCodeSub
           PERFORM VARYING WSLookSub FROM 1 BY 1
                   UNTIL WSLookSub > LSCodeCount
               IF LSCode(WSLookSub) = WSTransCode
                   MOVE WSLookSub TO WSCodeSub
               END-IF
           END-PERFORM
           IF WSCodeSub = 0
               IF LSCodeCount < 30
                   ADD 1 TO LSCodeCount
                   MOVE LSCodeCount TO WSCodeSub
                   MOVE WSTransCode TO LSCode(WSCodeSub)
               ELSE
                   ADD 1 TO WSCodeGapCount
               END-IF
           END-IF.

       Write-Summary-Row.
           PERFORM Age-Summary-Row
           WRITE LedgSummaryRecord
               INVALID KEY PERFORM File-Error-Abend
           END-WRITE
           ADD 1 TO WSRowCount
           MOVE 'N' TO WSRowOpenFlag.

      *> Bucket boundaries are agingrpt.cob's.

       Age-Summary-Row.
           MOVE WSToday TO LSAgedAsOf
           MOVE 0 TO LSAgeCurrent
           MOVE 0 TO LSAge30
           MOVE 0 TO LSAge60
           MOVE 0 TO LSAge90
           PERFORM VARYING WSDaySub FROM 1 BY 1 UNTIL WSDaySub > 31
               IF LSDayDebits(WSDaySub) > 0
                   PERFORM Age-One-Day
               END-IF
           END-PERFORM.

       Age-One-Day.
           COMPUTE WSDayDate = (LSPeriod * 100) + WSDaySub
           COMPUTE WSAgeDays = WSTodayInt
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

       Write-Control-Row.
           MOVE SPACES TO LSControl
           MOVE 0 TO LSIDNum
           MOVE 0 TO LSPeriod
           MOVE WSToday TO LSBuiltOn
           MOVE WSRowCount TO LSBuildRows
           MOVE WSPostingCount TO LSBuildPostings
           WRITE LedgSummaryRecord
               INVALID KEY PERFORM File-Error-Abend
           END-WRITE.

       File-Error-Abend.
           DISPLAY "LEDGSUMBLD - LedgSummary.dat status "
               WSSummaryStatus " - rebuild abandoned; reports stay "
               "on the ledger."
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSRowCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
