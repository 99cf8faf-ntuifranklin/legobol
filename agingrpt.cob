      *>   balance first - a member owing money inside a group that
      *>   nets to zero or credit overall is no longer reported as
      *>   delinquent.
      *>   The report now breaks by branch office (BRANCHGET against
      *>   CustBranch.dat) with bucket subtotals per branch, so each
      *>   branch manager has their own aging figures; customers
      *>   not yet assigned to a branch print last, under
      *>   UNASSIGNED.  Same SORT input/output-procedure shape as
      *>   workqueue.cob.
      *>   Each customer's buckets now come from the ledger summary
      *>   (LEDGAGE against LedgSummary.dat) - a few keyed rows per
      *>   customer instead of a pass of the whole ledger.  The
      *>   ledger is still read directly until the summary has been
      *>   built.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               RECORD KEY IS MemberIDNum
               FILE STATUS IS WSMemberStatus.
           SELECT SortWorkFile ASSIGN TO "AgingWork.dat".

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                  PIC X(101).
           02 MemberBalance            PIC S9(07)V99.

      *> Unassigned customers sort as HIGH-VALUES, after every
      *> branch.
       SD SortWorkFile.
       01 SortRecord.
           02 SortBranch              PIC X(03).
           02 SortIDNum                PIC 9(05).
           02 SortLastName             PIC X(15).
           02 SortCurrent              PIC S9(07)V99.
           02 Sort30                   PIC S9(07)V99.
           02 Sort60                   PIC S9(07)V99.
           02 Sort90                   PIC S9(07)V99.
           02 SortBalance              PIC S9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSCustCredits                PIC S9(07)V99.
       01 WSCustLedgerNet              PIC S9(07)V99.
       01 WSResidue                    PIC S9(07)V99.
           COPY LEDGAGE.

       01 WSGroupStatus                PIC X(02).
       01 WSMemberStatus               PIC X(02).
       01 WSTotal90                    PIC S9(09)V99 VALUE 0.
       01 WSGrandTotal                 PIC S9(09)V99 VALUE 0.

       01 WSSortEOF                    PIC X(01) VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSLastBranch                 PIC X(03) VALUE LOW-VALUES.
       01 WSBranchName                 PIC X(10).
       01 WSBranchCount                PIC 9(07) VALUE 0.
       01 WSBranchCurrent              PIC S9(09)V99 VALUE 0.
       01 WSBranch30                   PIC S9(09)V99 VALUE 0.
       01 WSBranch60                   PIC S9(09)V99 VALUE 0.
       01 WSBranch90                   PIC S9(09)V99 VALUE 0.
       01 WSBranchTotal                PIC S9(09)V99 VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

           DISPLAY "ID NUM LAST NAME            CURRENT"
               "        30 DAYS       60 DAYS       90+ DAYS"
               "      TOTAL"
           SORT SortWorkFile
               ON ASCENDING KEY SortBranch
               ON ASCENDING KEY SortIDNum
               INPUT PROCEDURE IS Age-All-Customers
               OUTPUT PROCEDURE IS Print-Aging
           PERFORM Print-Totals
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSReportedCount
           GOBACK.

       Age-All-Customers.
           OPEN INPUT CustomerFile
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile.

      *> A group in overall credit is not delinquent, whatever one
      *> member's own balance says.
           MOVE 0 TO WSCust90
           MOVE 0 TO WSCustCredits
           MOVE 0 TO WSCustLedgerNet
           CALL 'LEDGAGE' USING WSIDNum, WSToday, LedgAgeAnswer
           IF AAAnswered
               MOVE AACurrent TO WSCustCurrent
               MOVE AA30 TO WSCust30
               MOVE AA60 TO WSCust60
               MOVE AA90 TO WSCust90
               MOVE AACredits TO WSCustCredits
               MOVE AANet TO WSCustLedgerNet
           ELSE
               MOVE 'N' TO WSLedgerEOFFlag
               OPEN INPUT LedgerFile
               IF WSLedgerStatus = "00"
                   PERFORM Read-Ledger
                   PERFORM Bucket-One-Posting UNTIL WSLedgerEOF
                   CLOSE LedgerFile
               END-IF
           END-IF
           PERFORM Apply-Credits-Oldest-First
      *> Balance not explained by ledger rows ages as current.
           COMPUTE WSResidue = WSBalance - (WSCustCurrent + WSCust30
               + WSCust60 + WSCust90)
           ADD WSResidue TO WSCustCurrent
           PERFORM Release-Detail-Line.

       Bucket-One-Posting.
           IF LedgIDNum = WSIDNum
               MOVE 0 TO WSCustCredits
           END-IF.

       Release-Detail-Line.
           CALL 'BRANCHGET' USING WSIDNum, WSCustBranch
           IF WSCustBranch = SPACES
               MOVE HIGH-VALUES TO SortBranch
           ELSE
               MOVE WSCustBranch TO SortBranch
           END-IF
           MOVE WSIDNum TO SortIDNum
           MOVE WSLastName TO SortLastName
           MOVE WSCustCurrent TO SortCurrent
           MOVE WSCust30 TO Sort30
           MOVE WSCust60 TO Sort60
           MOVE WSCust90 TO Sort90
           MOVE WSBalance TO SortBalance
           RELEASE SortRecord.

       Print-Aging.
           PERFORM UNTIL WSSortEOF = 'Y'
               RETURN SortWorkFile
                   AT END MOVE 'Y' TO WSSortEOF
                   NOT AT END PERFORM Print-Detail-Line
               END-RETURN
           END-PERFORM
           IF WSLastBranch NOT = LOW-VALUES
               PERFORM Print-Branch-Totals
           END-IF.

       Print-Detail-Line.
           IF SortBranch NOT = WSLastBranch
               IF WSLastBranch NOT = LOW-VALUES
                   PERFORM Print-Branch-Totals
               END-IF
               MOVE SortBranch TO WSLastBranch
               IF SortBranch = HIGH-VALUES
                   MOVE "UNASSIGNED" TO WSBranchName
               ELSE
                   MOVE SortBranch TO WSBranchName
               END-IF
               DISPLAY " "
               DISPLAY "=== BRANCH " WSBranchName " ==="
           END-IF
           MOVE SortIDNum TO DL-IDNum
           MOVE SortLastName TO DL-LastName
           MOVE SortCurrent TO DL-Current
           MOVE Sort30 TO DL-30
           MOVE Sort60 TO DL-60
           MOVE Sort90 TO DL-90
           MOVE SortBalance TO DL-Total
           DISPLAY DetailLine
           ADD SortCurrent TO WSBranchCurrent
           ADD Sort30 TO WSBranch30
           ADD Sort60 TO WSBranch60
           ADD Sort90 TO WSBranch90
           ADD SortBalance TO WSBranchTotal
           ADD 1 TO WSBranchCount
           ADD SortCurrent TO WSTotalCurrent
           ADD Sort30 TO WSTotal30
           ADD Sort60 TO WSTotal60
           ADD Sort90 TO WSTotal90
           ADD SortBalance TO WSGrandTotal
           ADD 1 TO WSReportedCount.

       Print-Branch-Totals.
           MOVE WSBranchCurrent TO DL-Current
           MOVE WSBranch30 TO DL-30
           MOVE WSBranch60 TO DL-60
           MOVE WSBranch90 TO DL-90
           MOVE WSBranchTotal TO DL-Total
           DISPLAY "       BRANCH TOTAL    " DL-Current " " DL-30
               " " DL-60 " " DL-90 " " DL-Total
           DISPLAY "Customers in branch " WSBranchName ": "
               WSBranchCount
           MOVE 0 TO WSBranchCurrent
           MOVE 0 TO WSBranch30
           MOVE 0 TO WSBranch60
           MOVE 0 TO WSBranch90
           MOVE 0 TO WSBranchTotal
           MOVE 0 TO WSBranchCount.

       Print-Totals.
           DISPLAY " "
           MOVE WSTotalCurrent TO WSBalanceEdit
