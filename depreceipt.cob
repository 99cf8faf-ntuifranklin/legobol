       IDENTIFICATION DIVISION.
       PROGRAM-ID. depreceipt.
      *> Security-deposit receipts batch entry - same discipline as
      *> cashbatch.cob: the operator keys the batch's expected count
      *> and dollar total from the adding-machine tape, then keys the
      *> deposits one by one, each IDNum check-digited and validated
      *> against Customer.dat, and nothing posts until the keyed
      *> detail agrees with the declared totals.  A deposit is NOT a
      *> payment - it goes onto Deposit.dat (amount held, date
      *> received) and is journalled through DEPPOST, never onto the
      *> Balance, so aging and dunning never see it.  The customer's
      *> outstanding requirement (DEPREQ) is shown while keying; a
      *> deposit taken without one is recorded as voluntary (VL).
      *> Interest starts accruing from the first receipt.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   A deposit is now refused for the signed-on
      *>   operator's own account or any account at its address
      *>   (OWNACCT), and, for an operator with a home branch
      *>   on Operators.dat, for another branch's customer
      *>   (BRANCHCK against CustBranch.dat).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT DepositFile ASSIGN TO "Deposit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSDepositStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD DepositFile.
       01 DepositRecord.
           02 DepIDNum                PIC 9(05).
           02 DepStatus                PIC X(01).
               88 DepRequired          VALUE 'R'.
               88 DepHeld              VALUE 'H'.
               88 DepClosed            VALUE 'C'.
           02 DepReason                PIC X(02).
           02 DepRequiredAmt           PIC 9(05)V99.
           02 DepRequiredDate          PIC 9(08).
           02 DepAmount                PIC 9(07)V99.
           02 DepReceivedDate          PIC 9(08).
           02 DepInterest              PIC 9(05)V99.
           02 DepLastIntDate           PIC 9(08).
           02 DepClosedDate            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSDepositStatus             PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "DEPRECEIPT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSDepFoundFlag              PIC X(01) VALUE 'N'.
           88 WSDepFound               VALUE 'Y'.
       01 WSDoneFlag                  PIC X(01) VALUE 'N'.
           88 WSEntryDone              VALUE 'Y'.
       01 WSBalancedFlag              PIC X(01) VALUE 'N'.
           88 WSBatchBalanced          VALUE 'Y'.
       01 WSRekeyAnswer                PIC X(01).
       01 WSDeclaredCount              PIC 9(03).
       01 WSDeclaredTotal              PIC 9(07)V99.
       01 WSKeyedCount                 PIC 9(03) VALUE 0.
       01 WSKeyedTotal                 PIC 9(07)V99 VALUE 0.
       01 WSPostedCount                PIC 9(07) VALUE 0.
       01 WSEntryIDNum                 PIC 9(05).
       01 WSEntryAmount                PIC 9(07)V99.
       01 WSDepositAmount              PIC S9(07)V99.
       01 WSEntrySub                   PIC 9(03).
       01 WSPostDate                  PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSNoteText                   PIC X(60).

       *> Keyed batch detail held until the batch proves in balance.
       01 WSBatchTable.
           02 WSBatchEntry OCCURS 100 TIMES.
               03 WSBatchIDNum        PIC 9(05).
               03 WSBatchAmount        PIC 9(07)V99.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPostedCount
           PERFORM Check-Period-Open
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN I-O DepositFile
      *> First deposit ever - create the file, then reopen for keyed
      *> update.
           IF WSDepositStatus = "35"
               OPEN OUTPUT DepositFile
               CLOSE DepositFile
               OPEN I-O DepositFile
           END-IF
           IF WSDepositStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM Key-And-Balance-Batch WITH TEST AFTER
               UNTIL WSBatchBalanced OR WSRekeyAnswer = 'N'
           IF WSBatchBalanced
               PERFORM Post-The-Batch
           ELSE
               DISPLAY "Batch abandoned - nothing posted."
           END-IF
           CLOSE DepositFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPostedCount
           GOBACK.

       Key-And-Balance-Batch.
           MOVE 0 TO WSKeyedCount
           MOVE 0 TO WSKeyedTotal
           MOVE 'N' TO WSDoneFlag
           MOVE SPACE TO WSRekeyAnswer
           DISPLAY "Expected deposit count: " WITH NO ADVANCING
           ACCEPT WSDeclaredCount
           DISPLAY "Expected batch total:   " WITH NO ADVANCING
           ACCEPT WSDeclaredTotal
           PERFORM Key-One-Deposit UNTIL WSEntryDone
           PERFORM Check-Batch-Balance.

       Key-One-Deposit.
           IF WSKeyedCount >= 100
               DISPLAY "Batch is full (100 deposits) - "
                   "balance and post this batch first."
               SET WSEntryDone TO TRUE
           ELSE
               DISPLAY "Customer ID (0 = end of batch): "
                   WITH NO ADVANCING
               ACCEPT WSEntryIDNum
               IF WSEntryIDNum = 0
                   SET WSEntryDone TO TRUE
               ELSE
                   PERFORM Validate-And-Hold-Deposit
               END-IF
           END-IF.

       Validate-And-Hold-Deposit.
           MOVE WSEntryIDNum TO IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable mis-key; "
                   "deposit not accepted."
           ELSE
               PERFORM Hold-Checked-Deposit
           END-IF.

       Hold-Checked-Deposit.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           CALL 'OWNACCT' USING WSOperatorId, IDNum,
               WSOwnAccountFlag
           CALL 'BRANCHCK' USING WSOperatorId, IDNum,
               WSCustBranch, WSBranchFlag
           EVALUATE TRUE
               WHEN NOT WSFound
                   DISPLAY "Customer " WSEntryIDNum " not found - "
                       "deposit not accepted."
               WHEN IsDeleted
                   DISPLAY "Customer " WSEntryIDNum " is deleted - "
                       "deposit not accepted."
               WHEN NOT WSNotOwnAccount
                   DISPLAY "Operator " WSOperatorId " may not work "
                       "their own account or one at its address - "
                       "deposit not accepted; refer it to another "
                       "operator."
               WHEN NOT WSBranchAllowed
                   DISPLAY "Customer " WSEntryIDNum " belongs to "
                       "branch " WSCustBranch " - operator "
                       WSOperatorId " may post only their own "
                       "branch's customers; deposit not accepted."
               WHEN OTHER
                   DISPLAY "Customer: " FirstName " " LastName
                   PERFORM Show-Deposit-Position
                   DISPLAY "Deposit amount: " WITH NO ADVANCING
                   MOVE 0 TO WSEntryAmount
                   ACCEPT WSEntryAmount
                   IF WSEntryAmount > 0
                       ADD 1 TO WSKeyedCount
                       MOVE WSEntryIDNum
                           TO WSBatchIDNum(WSKeyedCount)
                       MOVE WSEntryAmount
                           TO WSBatchAmount(WSKeyedCount)
                       ADD WSEntryAmount TO WSKeyedTotal
                   ELSE
                       DISPLAY "Amount must be greater than zero - "
                           "deposit not accepted."
                   END-IF
           END-EVALUATE.

       Show-Deposit-Position.
           PERFORM Read-Deposit
           EVALUATE TRUE
               WHEN WSDepFound AND DepRequired
                   MOVE DepRequiredAmt TO WSBalanceEdit
                   DISPLAY "  Deposit required: " WSBalanceEdit
                       " (reason " DepReason ")"
               WHEN WSDepFound AND DepHeld
                   MOVE DepAmount TO WSBalanceEdit
                   DISPLAY "  Deposit already held: " WSBalanceEdit
               WHEN OTHER
                   DISPLAY "  No deposit requirement on file - "
                       "will be recorded as voluntary."
           END-EVALUATE.

       Read-Deposit.
           MOVE IDNum TO DepIDNum
           READ DepositFile
               INVALID KEY MOVE 'N' TO WSDepFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSDepFoundFlag
           END-READ.

       Check-Batch-Balance.
           MOVE 'N' TO WSBalancedFlag
           IF WSKeyedCount = WSDeclaredCount
                   AND WSKeyedTotal = WSDeclaredTotal
               SET WSBatchBalanced TO TRUE
               DISPLAY "Batch is in balance."
           ELSE
               DISPLAY "BATCH OUT OF BALANCE:"
               DISPLAY "  Declared count: " WSDeclaredCount
                   "  Keyed count: " WSKeyedCount
               MOVE WSDeclaredTotal TO WSBalanceEdit
               DISPLAY "  Declared total: " WSBalanceEdit
               MOVE WSKeyedTotal TO WSBalanceEdit
               DISPLAY "  Keyed total:    " WSBalanceEdit
               DISPLAY "Rekey the batch? (Y/N): " WITH NO ADVANCING
               ACCEPT WSRekeyAnswer
           END-IF.

       Post-The-Batch.
           PERFORM Post-One-Deposit
               VARYING WSEntrySub FROM 1 BY 1
               UNTIL WSEntrySub > WSKeyedCount
           MOVE WSKeyedTotal TO WSBalanceEdit
           DISPLAY "Batch posted: " WSPostedCount " deposit(s), "
               WSBalanceEdit.

      *> A closed deposit being paid again starts a fresh holding -
      *> the twelve-month review clock runs from this receipt.
       Post-One-Deposit.
           MOVE WSBatchIDNum(WSEntrySub) TO IDNum
           PERFORM Read-Deposit
           IF NOT WSDepFound OR DepClosed
               MOVE IDNum TO DepIDNum
               IF NOT WSDepFound
                   MOVE "VL" TO DepReason
                   MOVE 0 TO DepRequiredAmt
                   MOVE 0 TO DepRequiredDate
               END-IF
               MOVE 0 TO DepAmount
               MOVE 0 TO DepInterest
               MOVE 0 TO DepLastIntDate
               MOVE 0 TO DepClosedDate
           END-IF
           IF DepAmount = 0
               MOVE WSPostDate TO DepReceivedDate
               MOVE WSPostDate TO DepLastIntDate
           END-IF
           SET DepHeld TO TRUE
           ADD WSBatchAmount(WSEntrySub) TO DepAmount
           IF WSDepFound
               REWRITE DepositRecord
           ELSE
               WRITE DepositRecord
           END-IF
           IF WSDepositStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE WSBatchAmount(WSEntrySub) TO WSDepositAmount
           CALL 'DEPPOST' USING WSProgramId, IDNum, "RC",
               WSDepositAmount
           MOVE WSBatchAmount(WSEntrySub) TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "SECURITY DEPOSIT RECEIVED " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           ADD 1 TO WSPostedCount.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSPostDate
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSPostedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSDepositStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPostedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
