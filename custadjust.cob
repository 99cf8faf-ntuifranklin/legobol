      *>   AdjApproval.dat queue for a second, different operator
      *>   with the supervisor role to approve or reject through
      *>   adjapprove.cob.  The auditors flagged exactly this.
      *>   Queued adjustments now carry their posting code (MA) on
      *>   AdjApproval.dat, the queue fee waivers share.
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
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AQRequestOp              PIC X(08).
           02 AQDate                   PIC 9(08).
      *> What the queued amount posts as - MA for an adjustment,
      *> FW for a fee waiver (feewaive.cob), which also names the
      *> fee row and the reason.  Rows queued before these fields
      *> existed read back as spaces and post as adjustments.
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
           MOVE WSAdjAmount TO AQAmount
           MOVE WSOperatorId TO AQRequestOp
           MOVE WSPostDate TO AQDate
           MOVE "MA" TO AQTransCode
           MOVE SPACES TO AQReason
           MOVE SPACES TO AQFeeDate
           MOVE SPACES TO AQFeeCode
           WRITE ApprovalRecord
           CLOSE ApprovalFile
           MOVE WSUnsignedAmount TO WSBalanceEdit
