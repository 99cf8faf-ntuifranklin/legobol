       IDENTIFICATION DIVISION.
       PROGRAM-ID. feewaive.
      *> Fee waiver - reverses one specific fee the customer was
      *> charged, under its own FW ledger code so a waiver can be
      *> told apart from any other adjustment.  The fees on offer
      *> are the customer's NSF fees (the NF rows nsfreversal.cob
      *> posts) and late fees (the late-fee part of an IN row, per
      *> the InterestDetail.dat basis custinterest.cob logs), less
      *> any already waived (FeeWaiver.dat) or waiting on the
      *> approval queue.  The operator picks the fee and a reason:
      *>     CO  courtesy - at most one per customer in any twelve
      *>         months, counting one still awaiting approval
      *>     BE  bank error
      *>     CE  company error
      *> A waiver within the operator's dollar authority (their
      *> OpWaiveLimit on Operators.dat, through WAIVELIM) posts at
      *> once; one over it lands on the AdjApproval.dat queue for a
      *> different supervisor to approve through adjapprove.cob.
      *> Every waiver that posts is logged through WAIVELOG for
      *> waiverrpt.cob.  Keyed in the custadjust.cob shape - period
      *> check, check digit, RECLOCK while the customer is in use.
      *> Modification History:
      *>   Maintenance is now refused on the signed-on operator's
      *>   own account and on any account at its address (OWNACCT).
      *>   An operator with a home branch on Operators.dat may
      *>   change only that branch's customers (BRANCHCK against
      *>   CustBranch.dat); another branch's customer is refused.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT DetailFile ASSIGN TO "InterestDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.
           SELECT WaiverFile ASSIGN TO "FeeWaiver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWaiverStatus.
           SELECT ApprovalFile ASSIGN TO "AdjApproval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSApprovalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD LedgerFile.
           COPY CUSTLEDG.

      *> Same layout custinterest.cob writes.
       FD DetailFile.
       01 DetailRecord.
           02 INIDNum                 PIC 9(05).
           02 INDate                   PIC 9(08).
           02 INCycleStart             PIC 9(08).
           02 INDays                   PIC 9(03).
           02 INAvgBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 INRate                   PIC 9V999.
           02 INInterest               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 INLateFee                PIC 9(03)V99.

      *> Same layout WAIVELOG writes.
       FD WaiverFile.
       01 WaiverRecord.
           02 FWIDNum                 PIC 9(05).
           02 FWDate                   PIC 9(08).
           02 FWFeeDate                PIC 9(08).
           02 FWFeeCode                PIC X(02).
           02 FWAmount                 PIC 9(07)V99.
           02 FWReason                 PIC X(02).
           02 FWRequestOp              PIC X(08).
           02 FWApproveOp              PIC X(08).

      *> Same layout custadjust.cob writes.
       FD ApprovalFile.
       01 ApprovalRecord.
           02 AQStatus                PIC X(01).
               88 AQPending            VALUE 'P'.
               88 AQApproved           VALUE 'A'.
               88 AQRejected           VALUE 'R'.
           02 AQIDNum                  PIC 9(05).
           02 AQAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AQRequestOp              PIC X(08).
           02 AQDate                   PIC 9(08).
           02 AQTransCode              PIC X(02).
           02 AQReason                 PIC X(02).
           02 AQFeeDate                PIC X(08).
           02 AQFeeCode                PIC X(02).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSDetailStatus               PIC X(02).
       01 WSWaiverStatus               PIC X(02).
       01 WSApprovalStatus             PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSProgramId                  PIC X(10) VALUE "FEEWAIVE".
       01 WSRecordCount                PIC 9(07) VALUE 0.
       01 WSPostDate                  PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSLockAction                 PIC X(04).
       01 WSLockHolder                 PIC X(08).
       01 WSLockResult                 PIC X(01).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole              PIC X(01).
       01 WSWaiveLimit                 PIC 9(05)V99.
       01 WSOperatorFoundFlag         PIC X(01).
       01 WSPick                       PIC 9(02).
       01 WSReason                    PIC X(02).
           88 WSReasonCourtesy         VALUE "CO".
           88 WSReasonValid            VALUE "CO" "BE" "CE".
       01 WSReasonDesc                 PIC X(14).
       01 WSCourtesyDate               PIC 9(08) VALUE 0.
       01 WSYearOn                     PIC 9(08).
       01 WSTwelve                     PIC 9(03) VALUE 12.
       01 WSWaiveAmount                PIC 9(07)V99.
       01 WSAdjAmount                  PIC S9(07)V99.
       01 WSFeeDesc                    PIC X(10).
       01 WSDescCode                   PIC X(02).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSLateSub                    PIC 9(02).
       01 WSDoneSub                    PIC 9(02).
       01 WSDoneFlag                  PIC X(01).
           88 WSAlreadyDone            VALUE 'Y'.

      *> The customer's late fees, from the interest basis log.
       01 WSLateCount                  PIC 9(02) VALUE 0.
       01 WSLateTable.
           02 WSLateEntry OCCURS 50 TIMES.
               03 WSLateDate           PIC 9(08).
               03 WSLateAmount         PIC 9(03)V99.

      *> Fees already waived, or waiting on the approval queue.
       01 WSDoneCount                  PIC 9(02) VALUE 0.
       01 WSDoneTable.
           02 WSDoneEntry OCCURS 50 TIMES.
               03 WSDoneDate           PIC X(08).
               03 WSDoneCode           PIC X(02).

      *> The fees on offer, numbered as shown.
       01 WSFeeCount                   PIC 9(02) VALUE 0.
       01 WSFeeTable.
           02 WSFeeEntry OCCURS 50 TIMES.
               03 WSFeeDate            PIC 9(08).
               03 WSFeeCode            PIC X(02).
               03 WSFeeAmount          PIC 9(07)V99.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSRecordCount
           PERFORM Check-Period-Open
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable mis-key; "
                   "no waiver made."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSRecordCount
               GOBACK
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, IDNum,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSRecordCount
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, IDNum,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " IDNum " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSRecordCount
               GOBACK
           END-IF

           MOVE "LOCK" TO WSLockAction
           CALL 'RECLOCK' USING WSLockAction, IDNum,
               WSLockHolder, WSLockResult
           IF WSLockResult = 'B'
               DISPLAY "Record in use by operator " WSLockHolder
                   " - try again when they finish."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSRecordCount
               GOBACK
           END-IF

           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ

           IF WSFound
               PERFORM Waive-A-Fee
           ELSE
               DISPLAY "Customer " IDNum " not found - "
                   "no waiver made."
           END-IF
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE "FREE" TO WSLockAction
           CALL 'RECLOCK' USING WSLockAction, IDNum,
               WSLockHolder, WSLockResult
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRecordCount
           GOBACK.

       Waive-A-Fee.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'WAIVELIM' USING WSOperatorId, WSWaiveLimit,
               WSOperatorFoundFlag
           DISPLAY "Customer: " FirstName " " LastName
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Current Balance: " WSBalanceEdit
           PERFORM Load-Late-Fees
           PERFORM Load-Waived-Fees
           PERFORM Load-Queued-Waivers
           PERFORM List-Waivable-Fees
           IF WSFeeCount = 0
               DISPLAY "No fees on this account to waive."
           ELSE
               DISPLAY "Fee to waive (0 = none): "
                   WITH NO ADVANCING
               ACCEPT WSPick
               IF WSPick > 0 AND WSPick <= WSFeeCount
                   PERFORM Capture-Reason
               ELSE
                   DISPLAY "No waiver made."
               END-IF
           END-IF.

       Capture-Reason.
           DISPLAY "Reason (CO=courtesy, BE=bank error, "
               "CE=company error): " WITH NO ADVANCING
           ACCEPT WSReason
           EVALUATE TRUE
               WHEN NOT WSReasonValid
                   DISPLAY "Invalid reason - no waiver made."
               WHEN WSReasonCourtesy AND WSCourtesyDate > 0
                   DISPLAY "A courtesy waiver was already given on "
                       WSCourtesyDate " - only one in twelve "
                       "months; no waiver made."
               WHEN OTHER
                   MOVE WSFeeAmount(WSPick) TO WSWaiveAmount
                   COMPUTE WSAdjAmount = WSWaiveAmount * -1
                   IF WSWaiveAmount > WSWaiveLimit
                       PERFORM Queue-For-Approval
                   ELSE
                       PERFORM Post-Waiver
                   END-IF
           END-EVALUATE.

       Post-Waiver.
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditBefore
           ADD WSAdjAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "FW", WSAdjAmount
           CALL 'WAIVELOG' USING IDNum, WSFeeDate(WSPick),
               WSFeeCode(WSPick), WSWaiveAmount, WSReason,
               WSOperatorId
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "FEEWAV", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE WSFeeCode(WSPick) TO WSDescCode
           PERFORM Describe-Fee
           PERFORM Describe-Reason
           MOVE WSWaiveAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING WSFeeDesc DELIMITED BY "  "
               " OF " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " WAIVED - " DELIMITED BY SIZE
               WSReasonDesc DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           ADD 1 TO WSRecordCount
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Fee waived - new Balance " WSBalanceEdit.

       Queue-For-Approval.
           OPEN EXTEND ApprovalFile
           IF WSApprovalStatus = "35"
               OPEN OUTPUT ApprovalFile
           END-IF
           SET AQPending TO TRUE
           MOVE IDNum TO AQIDNum
           MOVE WSAdjAmount TO AQAmount
           MOVE WSOperatorId TO AQRequestOp
           MOVE WSPostDate TO AQDate
           MOVE "FW" TO AQTransCode
           MOVE WSReason TO AQReason
           MOVE WSFeeDate(WSPick) TO AQFeeDate
           MOVE WSFeeCode(WSPick) TO AQFeeCode
           WRITE ApprovalRecord
           CLOSE ApprovalFile
           MOVE WSWaiveAmount TO WSBalanceEdit
           MOVE "QUEUED" TO WSAuditBefore
           MOVE WSBalanceEdit TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "FWVREQ", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "FEE WAIVER OF " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " AWAITING SUPERVISOR APPROVAL" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Amount exceeds your waiver authority - "
               "queued for supervisor approval, NOT posted.".

       Load-Late-Fees.
           MOVE 'N' TO WSEOF
           OPEN INPUT DetailFile
           IF WSDetailStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ DetailFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF INIDNum = IDNum AND INLateFee > 0
                                   AND WSLateCount < 50
                               ADD 1 TO WSLateCount
                               MOVE INDate TO WSLateDate(WSLateCount)
                               MOVE INLateFee
                                   TO WSLateAmount(WSLateCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DetailFile
           END-IF.

      *> Waivers already posted - and the latest courtesy one, if it
      *> was within the last twelve months.

       Load-Waived-Fees.
           MOVE 'N' TO WSEOF
           OPEN INPUT WaiverFile
           IF WSWaiverStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ WaiverFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF FWIDNum = IDNum
                               PERFORM Note-Done-Fee
                               IF FWReason = "CO"
                                   PERFORM Check-Courtesy-Date
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WaiverFile
           END-IF.

       Check-Courtesy-Date.
           CALL 'MONTHADD' USING FWDate, WSTwelve, WSYearOn
           IF WSYearOn > WSPostDate AND FWDate > WSCourtesyDate
               MOVE FWDate TO WSCourtesyDate
           END-IF.

       Note-Done-Fee.
           IF WSDoneCount < 50
               ADD 1 TO WSDoneCount
               MOVE FWFeeDate TO WSDoneDate(WSDoneCount)
               MOVE FWFeeCode TO WSDoneCode(WSDoneCount)
           END-IF.

      *> A waiver still waiting on a supervisor holds its fee, and
      *> a courtesy one counts against the twelve months already.

       Load-Queued-Waivers.
           MOVE 'N' TO WSEOF
           OPEN INPUT ApprovalFile
           IF WSApprovalStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ ApprovalFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF AQIDNum = IDNum AND AQPending
                                   AND AQTransCode = "FW"
                               PERFORM Note-Queued-Fee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApprovalFile
           END-IF.

       Note-Queued-Fee.
           IF WSDoneCount < 50
               ADD 1 TO WSDoneCount
               MOVE AQFeeDate TO WSDoneDate(WSDoneCount)
               MOVE AQFeeCode TO WSDoneCode(WSDoneCount)
           END-IF
           IF AQReason = "CO" AND AQDate > WSCourtesyDate
               MOVE AQDate TO WSCourtesyDate
           END-IF.

       List-Waivable-Fees.
           DISPLAY "FEES THAT CAN BE WAIVED"
           DISPLAY "NO  POSTED    FEE        AMOUNT"
           MOVE 'N' TO WSEOF
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ LedgerFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LedgIDNum = IDNum
                               PERFORM Consider-One-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

      *> An NF row is a fee in full; an IN row is one only for the
      *> late fee logged with it - the interest itself is not
      *> waivable here.

       Consider-One-Posting.
           EVALUATE TRUE
               WHEN LedgIsNSFFee AND LedgAmount > 0
                   MOVE LedgAmount TO WSWaiveAmount
                   PERFORM Offer-One-Fee
               WHEN LedgIsInterest
                   PERFORM VARYING WSLateSub FROM 1 BY 1
                           UNTIL WSLateSub > WSLateCount
                       IF WSLateDate(WSLateSub) = LedgPostDate
                           MOVE WSLateAmount(WSLateSub)
                               TO WSWaiveAmount
                           MOVE "LF" TO LedgTransCode
                           PERFORM Offer-One-Fee
                           MOVE WSLateCount TO WSLateSub
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Offer-One-Fee.
           MOVE 'N' TO WSDoneFlag
           PERFORM VARYING WSDoneSub FROM 1 BY 1
                   UNTIL WSDoneSub > WSDoneCount
               IF WSDoneDate(WSDoneSub) = LedgPostDate
                       AND WSDoneCode(WSDoneSub) = LedgTransCode
                   SET WSAlreadyDone TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSAlreadyDone AND WSFeeCount < 50
               ADD 1 TO WSFeeCount
               MOVE LedgPostDate TO WSFeeDate(WSFeeCount)
               MOVE LedgTransCode TO WSFeeCode(WSFeeCount)
               MOVE WSWaiveAmount TO WSFeeAmount(WSFeeCount)
               MOVE LedgTransCode TO WSDescCode
               PERFORM Describe-Fee
               MOVE WSWaiveAmount TO WSBalanceEdit
               DISPLAY WSFeeCount "  " LedgPostDate "  " WSFeeDesc
                   " " WSBalanceEdit
           END-IF.

       Describe-Fee.
           IF WSDescCode = "NF"
               MOVE "NSF FEE" TO WSFeeDesc
           ELSE
               MOVE "LATE FEE" TO WSFeeDesc
           END-IF.

       Describe-Reason.
           EVALUATE WSReason
               WHEN "CO" MOVE "COURTESY" TO WSReasonDesc
               WHEN "BE" MOVE "BANK ERROR" TO WSReasonDesc
               WHEN "CE" MOVE "COMPANY ERROR" TO WSReasonDesc
           END-EVALUATE.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSPostDate
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSRecordCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSRecordCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
