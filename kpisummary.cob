      *> from KPIHistory.dat, which this job rewrites at the end -
      *> the same trend-the-last-run idea dqscore.cob uses on its
      *> own numbers.
      *> Modification History:
      *>   AutopayEnroll.dat's account number is now a vault token
      *>   and the last four digits (BANKVLT); layout updated.
      *>   Added a by-branch section (BRANCHGET against
      *>   CustBranch.dat): customers, active customers, AR and the
      *>   90+ bucket per branch office, so each branch manager
      *>   sees their own headline numbers.  Company-wide lines and
      *>   KPIHistory.dat are unchanged.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run instead of misreading the enrollments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APRouting                PIC 9(09).
           02 APAccount.
               03 APAcctToken          PIC X(11).
               03 FILLER               PIC X(02).
               03 APAcctLast4          PIC X(04).
           02 APDebitDay               PIC 9(02).
           02 APReturnCount            PIC 9(02).
           02 APPrenoteStatus          PIC X(01).
           02 APPrenoteDate            PIC 9(08).

       FD DunningFile.
       01 DunningRecord.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSSideEOFFlag               PIC X(01).
           88 WSSideEOF                VALUE 'Y'.
           02 WSPriorDun2              PIC 9(05).
           02 WSPriorDun3              PIC 9(05).

      *> Up to 50 branches, discovered as they appear; customers
      *> with no branch are gathered under UNASSIGNED.
       01 WSBranchCount                PIC 9(02) VALUE 0.
       01 WSBranchSub                  PIC 9(02).
       01 WSCustBranch                 PIC X(03).
       01 WSBranchName                 PIC X(10).
       01 WSBranchTable.
           02 WSBranchEntry OCCURS 50 TIMES.
               03 WSTabBranch          PIC X(03).
               03 WSTabCustomers       PIC 9(07).
               03 WSTabActive          PIC 9(07).
               03 WSTabAR              PIC 9(09)V99.
               03 WSTab90              PIC S9(09)V99.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

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

       Count-One-Customer.
           ADD 1 TO WSCustomerCount
           CALL 'BRANCHGET' USING WSIDNum, WSCustBranch
           PERFORM Find-Branch-Entry
           IF WSBranchSub <= 50
               ADD 1 TO WSTabCustomers(WSBranchSub)
           END-IF
           EVALUATE TRUE
               WHEN WSStatusActive   ADD 1 TO WSActiveCount
               WHEN WSStatusInactive ADD 1 TO WSInactiveCount
               WHEN WSStatusOnHold   ADD 1 TO WSOnHoldCount
           END-EVALUATE
           IF WSStatusActive AND WSBranchSub <= 50
               ADD 1 TO WSTabActive(WSBranchSub)
           END-IF
           IF WSBalance > 0
               ADD WSBalance TO WSTotalAR
               PERFORM Age-One-Customer
               IF WSBranchSub <= 50
                   ADD WSBalance TO WSTabAR(WSBranchSub)
                   ADD WSCust90 TO WSTab90(WSBranchSub)
               END-IF
           END-IF.

      *> Find the branch in the table, adding it on first sight.

       Find-Branch-Entry.
           PERFORM VARYING WSBranchSub FROM 1 BY 1
                   UNTIL WSBranchSub > WSBranchCount
                   OR WSTabBranch(WSBranchSub) = WSCustBranch
               CONTINUE
           END-PERFORM
           IF WSBranchSub > WSBranchCount AND WSBranchCount < 50
               ADD 1 TO WSBranchCount
               MOVE WSBranchCount TO WSBranchSub
               MOVE WSCustBranch TO WSTabBranch(WSBranchSub)
               MOVE 0 TO WSTabCustomers(WSBranchSub)
               MOVE 0 TO WSTabActive(WSBranchSub)
               MOVE 0 TO WSTabAR(WSBranchSub)
               MOVE 0 TO WSTab90(WSBranchSub)
           END-IF.

      *> agingrpt.cob's bucketing, folded into the one-pager.
           MOVE 'N' TO WSSideEOFFlag
           OPEN INPUT AutopayFile
           IF WSAutopayStatus = "00"
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               PERFORM UNTIL WSSideEOF
                   READ AutopayFile
                       AT END SET WSSideEOF TO TRUE
                   WSTRBirth "% name " WSTRName "%"
           ELSE
               DISPLAY "Data quality: no DQTrend.dat scores yet"
           END-IF
           PERFORM Print-Branch-Lines.

       Print-Bucket-Lines.
           IF WSTotalAR > 0
               DISPLAY "  90+ bucket:        " WSBucketPct "%"
           END-IF.

       Print-Branch-Lines.
           DISPLAY " "
           DISPLAY "BY BRANCH"
           DISPLAY "----------------------------------------------"
           PERFORM Print-One-Branch
               VARYING WSBranchSub FROM 1 BY 1
               UNTIL WSBranchSub > WSBranchCount
           IF WSBranchCount = 0
               DISPLAY "  (no customers on file)"
           END-IF.

       Print-One-Branch.
           IF WSTabBranch(WSBranchSub) = SPACES
               MOVE "UNASSIGNED" TO WSBranchName
           ELSE
               MOVE WSTabBranch(WSBranchSub) TO WSBranchName
           END-IF
           DISPLAY "Branch " WSBranchName " customers "
               WSTabCustomers(WSBranchSub) "  active "
               WSTabActive(WSBranchSub)
           MOVE WSTabAR(WSBranchSub) TO WSBalanceEdit
           DISPLAY "  AR:                " WSBalanceEdit
           MOVE WSTab90(WSBranchSub) TO WSBalanceEdit
           DISPLAY "  90+ bucket:        " WSBalanceEdit.

       Rewrite-History.
           OPEN OUTPUT HistoryFile
           MOVE WSToday TO KHRunDate
