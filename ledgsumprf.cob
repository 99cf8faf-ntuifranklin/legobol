      *> Ledger summary proof
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledgsumprf.
      *> Nightly proof that LedgSummary.dat (LEDGSUM.CPY) still ties
      *> to the CustLedger.dat detail it summarizes - the reports
      *> that read the summary instead of the ledger are only as
      *> good as this.  The ledger is sorted by customer and period
      *> and matched against the summary rows in key order; for
      *> every customer period the opening balance (the customer's
      *> ledger total before it), debits, credits, row count and the
      *> debit/credit split by transaction code must all agree, and
      *> every summary row must have ledger detail behind it.  Each
      *> disagreement is listed (the first 50 in full) and the run
      *> ends with RC 8 so the chain shows it; the cure is a
      *> ledgsumbld.cob rebuild.  trialbal.cob proves the ledger
      *> against the Balance; this proves the summary against the
      *> ledger.
      *> Modification History:
      *>   A summary written under another layout (LAYOUTCK) is
      *>   reported as not built, the same as a missing one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT SummaryFile ASSIGN TO "LedgSummary.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LSKey
               FILE STATUS IS WSSummaryStatus.
           SELECT SortWorkFile ASSIGN TO "LedgPrfWork.dat".

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
           COPY CUSTLEDG.

       FD SummaryFile.
           COPY LEDGSUM.

       SD SortWorkFile.
       01 SortRecord.
           02 SortKey.
               03 SortIDNum           PIC 9(05).
               03 SortPeriod          PIC 9(06).
           02 SortTransCode            PIC X(02).
           02 SortAmount               PIC S9(07)V99.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSLedgerStatus               PIC X(02).
       01 WSSummaryStatus             PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSSortEOF                    PIC X(01) VALUE 'N'.
       01 WSSummaryEOFFlag            PIC X(01) VALUE 'N'.
           88 WSSummaryEOF             VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "LEDGSUMPRF".
       01 WSProvedCount                PIC 9(07) VALUE 0.
       01 WSExceptionCount             PIC 9(07) VALUE 0.
       01 WSLedgerRows                 PIC 9(09) VALUE 0.
       01 WSLedgerNet                  PIC S9(11)V99 VALUE 0.
       01 WSSummaryNet                 PIC S9(11)V99 VALUE 0.
       01 WSBuiltOn                    PIC 9(08) VALUE 0.
       01 WSToday                     PIC 9(08).

      *> The customer period being gathered from the sorted ledger.
       01 WSGroupOpenFlag             PIC X(01) VALUE 'N'.
           88 WSGroupOpen              VALUE 'Y'.
       01 WSGroupKey.
           02 WSGroupIDNum             PIC 9(05) VALUE 0.
           02 WSGroupPeriod            PIC 9(06) VALUE 0.
       01 WSGroupOpening               PIC S9(09)V99.
       01 WSGroupDebits                PIC 9(09)V99.
       01 WSGroupCredits               PIC 9(09)V99.
       01 WSGroupRows                  PIC 9(05).
       01 WSCustomerNet                PIC S9(09)V99 VALUE 0.
       01 WSGroupCodeCount             PIC 9(02).
       01 WSGroupCodeTable.
           02 WSGroupCodeEntry OCCURS 30 TIMES.
               03 WSGroupCode          PIC X(02).
               03 WSGroupCodeDebits    PIC 9(09)V99.
               03 WSGroupCodeCredits   PIC 9(09)V99.
       01 WSCodeSub                    PIC 9(02).
       01 WSLookSub                    PIC 9(02).
       01 WSFoundSub                   PIC 9(02).

       01 WSShowKey.
           02 WSShowIDNum              PIC 9(05).
           02 WSShowPeriod             PIC 9(06).
       01 WSExceptionWhat              PIC X(24).
       01 WSLedgerValue                PIC S9(11)V99.
       01 WSSummaryValue               PIC S9(11)V99.

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.
       01 WSMoneyEdit2                PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSProvedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "LEDGER SUMMARY PROOF - " WSToday
           OPEN INPUT SummaryFile
           IF WSSummaryStatus NOT = "00"
               DISPLAY "LedgSummary.dat is not on file - the reports "
                   "are reading the ledger.  Run ledgsumbld to "
                   "build it."
               MOVE 8 TO RETURN-CODE
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSProvedCount
               GOBACK
           END-IF
           PERFORM Read-Control-Row
           IF WSBuiltOn = 0
               DISPLAY "LedgSummary.dat has no control row - it was "
                   "never fully built.  Run ledgsumbld."
               CLOSE SummaryFile
               MOVE 8 TO RETURN-CODE
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSProvedCount
               GOBACK
           END-IF
           CALL 'LAYOUTCK' USING LVLedgSumMaster, LVResult
           IF LVMismatch
               DISPLAY "LedgSummary.dat was written under another "
                   "layout - the reports are reading the ledger.  "
                   "Run ledgsumbld."
               CLOSE SummaryFile
               MOVE 8 TO RETURN-CODE
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSProvedCount
               GOBACK
           END-IF
           DISPLAY "Summary last rebuilt " WSBuiltOn
           PERFORM Read-Summary
           SORT SortWorkFile
               ON ASCENDING KEY SortIDNum
               ON ASCENDING KEY SortPeriod
               INPUT PROCEDURE IS Release-Ledger-Rows
               OUTPUT PROCEDURE IS Prove-Ledger-Periods
           IF WSGroupOpen
               PERFORM Prove-One-Period
           END-IF
           PERFORM Report-Orphan-Row UNTIL WSSummaryEOF
           CLOSE SummaryFile
           PERFORM Print-Proof-Totals
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSProvedCount
           GOBACK.

      *> The control row sorts first - key 00000/000000.

       Read-Control-Row.
           READ SummaryFile NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF LSIDNum = 0 AND LSPeriod = 0
                       MOVE LSBuiltOn TO WSBuiltOn
                   END-IF
           END-READ.

       Read-Summary.
           READ SummaryFile NEXT RECORD
               AT END SET WSSummaryEOF TO TRUE
           END-READ.

       Release-Ledger-Rows.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ LedgerFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE LedgIDNum TO SortIDNum
                           MOVE LedgPostDate(1:6) TO SortPeriod
                           MOVE LedgTransCode TO SortTransCode
                           MOVE LedgAmount TO SortAmount
                           RELEASE SortRecord
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Prove-Ledger-Periods.
           PERFORM UNTIL WSSortEOF = 'Y'
               RETURN SortWorkFile
                   AT END MOVE 'Y' TO WSSortEOF
                   NOT AT END PERFORM Gather-One-Posting
               END-RETURN
           END-PERFORM.

       Gather-One-Posting.
           IF WSGroupOpen AND SortKey NOT = WSGroupKey
               PERFORM Prove-One-Period
           END-IF
           IF NOT WSGroupOpen
               IF SortIDNum NOT = WSGroupIDNum OR WSLedgerRows = 0
                   MOVE 0 TO WSCustomerNet
               END-IF
               PERFORM Start-Group
           END-IF
           ADD 1 TO WSGroupRows
           PERFORM Find-Group-Code
           IF SortAmount > 0
               ADD SortAmount TO WSGroupDebits
               IF WSCodeSub > 0
                   ADD SortAmount TO WSGroupCodeDebits(WSCodeSub)
               END-IF
           ELSE
               SUBTRACT SortAmount FROM WSGroupCredits
               IF WSCodeSub > 0
                   SUBTRACT SortAmount FROM
                       WSGroupCodeCredits(WSCodeSub)
               END-IF
           END-IF
           ADD SortAmount TO WSCustomerNet
           ADD SortAmount TO WSLedgerNet
           ADD 1 TO WSLedgerRows.

       Start-Group.
           MOVE SortKey TO WSGroupKey
           MOVE WSCustomerNet TO WSGroupOpening
           MOVE 0 TO WSGroupDebits
           MOVE 0 TO WSGroupCredits
           MOVE 0 TO WSGroupRows
           MOVE 0 TO WSGroupCodeCount
           SET WSGroupOpen TO TRUE.

       Find-Group-Code.
           MOVE 0 TO WSCodeSub
           PERFORM VARYING WSLookSub FROM 1 BY 1
                   UNTIL WSLookSub > WSGroupCodeCount
               IF WSGroupCode(WSLookSub) = SortTransCode
                   MOVE WSLookSub TO WSCodeSub
               END-IF
           END-PERFORM
           IF WSCodeSub = 0 AND WSGroupCodeCount < 30
               ADD 1 TO WSGroupCodeCount
               MOVE WSGroupCodeCount TO WSCodeSub
               MOVE SortTransCode TO WSGroupCode(WSCodeSub)
               MOVE 0 TO WSGroupCodeDebits(WSCodeSub)
               MOVE 0 TO WSGroupCodeCredits(WSCodeSub)
           END-IF.

      *> Summary rows keyed before this period have no ledger rows
      *> behind them; a period the summary skips entirely is
      *> missing from it.

       Prove-One-Period.
           PERFORM Report-Orphan-Row
               UNTIL WSSummaryEOF OR LSKey NOT < WSGroupKey
           MOVE WSGroupKey TO WSShowKey
           IF WSSummaryEOF OR LSKey > WSGroupKey
               MOVE "PERIOD NOT IN SUMMARY" TO WSExceptionWhat
               MOVE WSGroupDebits TO WSLedgerValue
               SUBTRACT WSGroupCredits FROM WSLedgerValue
               MOVE 0 TO WSSummaryValue
               PERFORM Report-Exception
           ELSE
               PERFORM Compare-Period-Totals
               PERFORM Compare-Code-Totals
               ADD LSDebits TO WSSummaryNet
               SUBTRACT LSCredits FROM WSSummaryNet
               ADD 1 TO WSProvedCount
               PERFORM Read-Summary
           END-IF
           MOVE 'N' TO WSGroupOpenFlag.

       Compare-Period-Totals.
           IF LSOpening NOT = WSGroupOpening
               MOVE "OPENING BALANCE" TO WSExceptionWhat
               MOVE WSGroupOpening TO WSLedgerValue
               MOVE LSOpening TO WSSummaryValue
               PERFORM Report-Exception
           END-IF
           IF LSDebits NOT = WSGroupDebits
               MOVE "DEBITS" TO WSExceptionWhat
               MOVE WSGroupDebits TO WSLedgerValue
               MOVE LSDebits TO WSSummaryValue
               PERFORM Report-Exception
           END-IF
           IF LSCredits NOT = WSGroupCredits
               MOVE "CREDITS" TO WSExceptionWhat
               MOVE WSGroupCredits TO WSLedgerValue
               MOVE LSCredits TO WSSummaryValue
               PERFORM Report-Exception
           END-IF
           IF LSRowCount NOT = WSGroupRows
               MOVE "ROW COUNT" TO WSExceptionWhat
               MOVE WSGroupRows TO WSLedgerValue
               MOVE LSRowCount TO WSSummaryValue
               PERFORM Report-Exception
           END-IF.

       Compare-Code-Totals.
           IF LSCodeCount NOT = WSGroupCodeCount
               MOVE "CODES IN PERIOD" TO WSExceptionWhat
               MOVE WSGroupCodeCount TO WSLedgerValue
               MOVE LSCodeCount TO WSSummaryValue
               PERFORM Report-Exception
           END-IF
           PERFORM VARYING WSCodeSub FROM 1 BY 1
                   UNTIL WSCodeSub > WSGroupCodeCount
               PERFORM Compare-One-Code
           END-PERFORM.

       Compare-One-Code.
           MOVE 0 TO WSFoundSub
           PERFORM VARYING WSLookSub FROM 1 BY 1
                   UNTIL WSLookSub > LSCodeCount OR WSLookSub > 30
               IF LSCode(WSLookSub) = WSGroupCode(WSCodeSub)
                   MOVE WSLookSub TO WSFoundSub
               END-IF
           END-PERFORM
           MOVE SPACES TO WSExceptionWhat
           IF WSFoundSub = 0
               STRING "CODE " WSGroupCode(WSCodeSub) " MISSING"
                   DELIMITED BY SIZE INTO WSExceptionWhat
               END-STRING
               COMPUTE WSLedgerValue = WSGroupCodeDebits(WSCodeSub)
                   - WSGroupCodeCredits(WSCodeSub)
               MOVE 0 TO WSSummaryValue
               PERFORM Report-Exception
           ELSE
               IF LSCodeDebits(WSFoundSub)
                       NOT = WSGroupCodeDebits(WSCodeSub)
                   STRING "CODE " WSGroupCode(WSCodeSub) " DEBITS"
                       DELIMITED BY SIZE INTO WSExceptionWhat
                   END-STRING
                   MOVE WSGroupCodeDebits(WSCodeSub) TO WSLedgerValue
                   MOVE LSCodeDebits(WSFoundSub) TO WSSummaryValue
                   PERFORM Report-Exception
               END-IF
               MOVE SPACES TO WSExceptionWhat
               IF LSCodeCredits(WSFoundSub)
                       NOT = WSGroupCodeCredits(WSCodeSub)
                   STRING "CODE " WSGroupCode(WSCodeSub) " CREDITS"
                       DELIMITED BY SIZE INTO WSExceptionWhat
                   END-STRING
                   MOVE WSGroupCodeCredits(WSCodeSub)
                       TO WSLedgerValue
                   MOVE LSCodeCredits(WSFoundSub) TO WSSummaryValue
                   PERFORM Report-Exception
               END-IF
           END-IF.

       Report-Orphan-Row.
           MOVE "NO LEDGER ROWS BEHIND" TO WSExceptionWhat
           MOVE 0 TO WSLedgerValue
           COMPUTE WSSummaryValue = LSDebits - LSCredits
           ADD WSSummaryValue TO WSSummaryNet
           MOVE LSKey TO WSShowKey
           PERFORM Report-Exception
           PERFORM Read-Summary.

       Report-Exception.
           ADD 1 TO WSExceptionCount
           IF WSExceptionCount = 1
               DISPLAY "ID     PERIOD  DISAGREEMENT                 "
                   "       LEDGER         SUMMARY"
           END-IF
           IF WSExceptionCount <= 50
               MOVE WSLedgerValue TO WSMoneyEdit
               MOVE WSSummaryValue TO WSMoneyEdit2
               DISPLAY WSShowIDNum "  " WSShowPeriod "  "
                   WSExceptionWhat " " WSMoneyEdit " " WSMoneyEdit2
           END-IF.

       Print-Proof-Totals.
           DISPLAY "Ledger rows read:          " WSLedgerRows
           MOVE WSLedgerNet TO WSMoneyEdit
           DISPLAY "Ledger net:                " WSMoneyEdit
           MOVE WSSummaryNet TO WSMoneyEdit
           DISPLAY "Summary net:               " WSMoneyEdit
           DISPLAY "Customer periods proved:   " WSProvedCount
           IF WSExceptionCount = 0
               DISPLAY "VERDICT: SUMMARY TIES TO THE LEDGER"
           ELSE
               IF WSExceptionCount > 50
                   DISPLAY "(only the first 50 disagreements listed)"
               END-IF
               DISPLAY "VERDICT: " WSExceptionCount
                   " DISAGREEMENT(S) - rebuild with ledgsumbld "
                   "before relying on the summary."
               MOVE 8 TO RETURN-CODE
           END-IF.
