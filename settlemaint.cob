       IDENTIFICATION DIVISION.
       PROGRAM-ID. settlemaint.
      *> Settlement-offer maintenance - records the deal a collector
      *> strikes to settle a delinquent account for less than the
      *> full balance on Settle.dat (IDNum, balance at agreement,
      *> agreed amount, number of installments - 01 for a single
      *> lump sum - and the date the first or only payment is due;
      *> further installments fall due on the same day of each
      *> following month).  Prompts in the custmaint.cob style with
      *> the customer validated against Customer.dat, same shape as
      *> payplanmaint.cob.  An agreement forgiving more than the
      *> SETTLE-LIMIT run parameter (default 500.00) is held pending
      *> until a DIFFERENT operator with the supervisor role (per
      *> OPERID) approves it here - the custadjust.cob dual-control
      *> rule.  While an approved agreement is being kept dunning.cob
      *> holds the account (through SETLSTAT); the nightly
      *> settlechk.cob run proves it against the ledger, writes off
      *> what remains once the agreed amount is in, and marks it
      *> broken - putting the account back into normal collection -
      *> when a payment is missed.
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
           SELECT SettleFile ASSIGN TO "Settle.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STIDNum
               FILE STATUS IS WSSettleStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD SettleFile.
       01 SettleRecord.
           02 STIDNum                 PIC 9(05).
           02 STAgreeDate              PIC 9(08).
           02 STBalanceAtAgree         PIC 9(07)V99.
           02 STAgreedAmount           PIC 9(07)V99.
           02 STInstallments           PIC 9(02).
           02 STFirstDueDate           PIC 9(08).
           02 STRequestOp              PIC X(08).
           02 STApproveOp              PIC X(08).
           02 STStatus                 PIC X(01).
               88 STPending            VALUE 'P'.
               88 STActive             VALUE 'A'.
               88 STBroken             VALUE 'B'.
               88 STSettled            VALUE 'S'.
           02 STClosedDate             PIC 9(08).
           02 STWriteOffAmount         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSSettleStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "SETTLEMNT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSSettleFoundFlag           PIC X(01) VALUE 'N'.
           88 WSSettleFound            VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionSetUp            VALUE 'S'.
           88 WSActionApprove          VALUE 'A'.
           88 WSActionCancel           VALUE 'C'.
       01 WSNewAmount                  PIC 9(07)V99.
       01 WSNewInstallments            PIC 9(02).
       01 WSNewDueDate                 PIC 9(08).
       01 WSNewDueParts REDEFINES WSNewDueDate.
           02 FILLER                   PIC 9(04).
           02 WSNewDueMonth            PIC 9(02).
           02 WSNewDueDay              PIC 9(02).
       01 WSDateValidFlag             PIC X(01).
           88 WSDateValid              VALUE 'Y'.
       01 WSForgiven                   PIC 9(07)V99.
       01 WSSettleLimit                PIC 9(07)V99 VALUE 500.00.
       01 WSLimitDigits                PIC 9(09).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole              PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no change made."
               GOBACK
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, IDNum,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, IDNum,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " IDNum " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               GOBACK
           END-IF

           OPEN INPUT CustomerFile
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
           CLOSE CustomerFile

           IF WSFound
               PERFORM Maintain-Settlement
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-Settlement.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
      *> The dual-control threshold comes from RunParams.dat
      *> (SETTLE-LIMIT, 9(7)V99 digits); 500.00 is the documented
      *> default, same as ADJUST-LIMIT.
           MOVE "SETTLE-LIMIT" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:9) NUMERIC
               MOVE WSParamValue(1:9) TO WSLimitDigits
               COMPUTE WSSettleLimit = WSLimitDigits / 100
           END-IF
           DISPLAY "Customer: " FirstName " " LastName
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Current Balance: " WSBalanceEdit
           OPEN I-O SettleFile
      *> First agreement ever - create the file, then reopen for
      *> keyed update.
           IF WSSettleStatus = "35"
               OPEN OUTPUT SettleFile
               CLOSE SettleFile
               OPEN I-O SettleFile
           END-IF
           IF WSSettleStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO STIDNum
           READ SettleFile
               INVALID KEY MOVE 'N' TO WSSettleFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSSettleFoundFlag
           END-READ
           IF WSSettleFound
               PERFORM Show-Settlement
           ELSE
               DISPLAY "Customer has no settlement agreement."
           END-IF
           DISPLAY "Action (S=set up/change, A=approve, "
               "C=cancel): " WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionSetUp AND WSSettleFound AND STSettled
                   DISPLAY "Account already settled - no change "
                       "made."
               WHEN WSActionSetUp
                   PERFORM Capture-Settlement
               WHEN WSActionApprove AND WSSettleFound AND STPending
                   PERFORM Approve-Settlement
               WHEN WSActionApprove
                   DISPLAY "Nothing awaiting approval."
               WHEN WSActionCancel AND WSSettleFound
                       AND NOT STSettled
                   DELETE SettleFile RECORD
                   MOVE "SETTLEMENT AGREEMENT CANCELLED"
                       TO WSNoteText
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   DISPLAY "Settlement agreement cancelled."
               WHEN WSActionCancel
                   DISPLAY "Nothing to cancel."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE SettleFile.

       Show-Settlement.
           MOVE STAgreedAmount TO WSBalanceEdit
           DISPLAY "Agreement on file - settle for " WSBalanceEdit
               " in " STInstallments " payment(s), first due "
               STFirstDueDate
           MOVE STBalanceAtAgree TO WSBalanceEdit
           DISPLAY "  agreed " STAgreeDate " on a balance of "
               WSBalanceEdit ", keyed by " STRequestOp
           EVALUATE TRUE
               WHEN STPending
                   DISPLAY "  status: AWAITING SUPERVISOR APPROVAL"
               WHEN STActive
                   DISPLAY "  status: ACTIVE, approved by "
                       STApproveOp
               WHEN STBroken
                   DISPLAY "  status: BROKEN " STClosedDate
                       " - normal collection has resumed"
               WHEN STSettled
                   MOVE STWriteOffAmount TO WSBalanceEdit
                   DISPLAY "  status: SETTLED " STClosedDate
                       ", " WSBalanceEdit " written off"
           END-EVALUATE.

       Capture-Settlement.
           DISPLAY "Agreed settlement amount (dollars.cents): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewAmount
           ACCEPT WSNewAmount
           DISPLAY "Number of payments (01 = lump sum): "
               WITH NO ADVANCING
           ACCEPT WSNewInstallments
           DISPLAY "First (or only) payment due (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WSNewDueDate
           CALL 'DATEVAL' USING WSNewDueMonth, WSNewDueDay,
               WSDateValidFlag
           EVALUATE TRUE
               WHEN Balance NOT > 0
                   DISPLAY "No balance owing - nothing to settle."
               WHEN WSNewAmount = 0
                   DISPLAY "Invalid amount - no change made."
               WHEN WSNewAmount NOT < Balance
                   DISPLAY "Agreed amount is not less than the "
                       "balance - no settlement needed."
               WHEN WSNewInstallments < 1
                   DISPLAY "Invalid payment count - no change "
                       "made."
               WHEN NOT WSDateValid OR WSNewDueDate < WSToday
                   DISPLAY "Invalid due date - no change made."
               WHEN WSNewInstallments > 1 AND WSNewDueDay > 28
                   DISPLAY "Monthly payments must fall due on "
                       "day 01-28 - no change made."
               WHEN OTHER
                   PERFORM Store-Settlement
           END-EVALUATE.

      *> Over the limit the agreement is recorded but held pending -
      *> dunning carries on until a supervisor approves it.

       Store-Settlement.
           COMPUTE WSForgiven = Balance - WSNewAmount
           MOVE IDNum TO STIDNum
           MOVE WSToday TO STAgreeDate
           MOVE Balance TO STBalanceAtAgree
           MOVE WSNewAmount TO STAgreedAmount
           MOVE WSNewInstallments TO STInstallments
           MOVE WSNewDueDate TO STFirstDueDate
           MOVE WSOperatorId TO STRequestOp
           MOVE 0 TO STClosedDate
           MOVE 0 TO STWriteOffAmount
           IF WSForgiven > WSSettleLimit
               MOVE SPACES TO STApproveOp
               SET STPending TO TRUE
           ELSE
               MOVE WSOperatorId TO STApproveOp
               SET STActive TO TRUE
           END-IF
           IF WSSettleFound
               REWRITE SettleRecord
           ELSE
               WRITE SettleRecord
           END-IF
           MOVE STAgreedAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "SETTLEMENT AGREED - " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               STInstallments DELIMITED BY SIZE
               " PAYMENT(S)" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditBefore
           MOVE STAgreedAmount TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "SETREQ", IDNum,
               WSAuditBefore, WSAuditAfter
           IF STPending
               MOVE WSForgiven TO WSBalanceEdit
               DISPLAY "Forgives " WSBalanceEdit " - over the "
                   "limit; held for supervisor approval."
           ELSE
               DISPLAY "Settlement agreement recorded - dunning "
                   "held while it is kept."
           END-IF.

       Approve-Settlement.
           IF NOT WSRoleSupervisor
               DISPLAY "Supervisor role required to approve - "
                   "no change made."
           ELSE
               IF WSOperatorId = STRequestOp
                   DISPLAY "The operator who keyed the agreement "
                       "cannot approve it - no change made."
               ELSE
                   MOVE WSOperatorId TO STApproveOp
                   SET STActive TO TRUE
                   REWRITE SettleRecord
                   MOVE SPACES TO WSNoteText
                   STRING "SETTLEMENT APPROVED BY " DELIMITED BY SIZE
                       WSOperatorId DELIMITED BY SIZE
                       INTO WSNoteText
                   END-STRING
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   MOVE "PENDING" TO WSAuditBefore
                   MOVE "APPROVED" TO WSAuditAfter
                   CALL 'AUDITLOG' USING WSProgramId, "SETAPP",
                       IDNum, WSAuditBefore, WSAuditAfter
                   DISPLAY "Settlement agreement approved."
               END-IF
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSSettleStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
