      *>   Each enrollment now carries a returned-debit strike
      *>   count, incremented by achreturn.cob and reset here on
      *>   any enroll/change so a fixed bank account starts clean.
      *>   The routing number must pass its ABA check digit
      *>   (ABACHK) and the account number may not be blank.  A new
      *>   enrollment, or a change of routing or account number,
      *>   is marked prenote-pending: achdebit.cob sends the bank a
      *>   zero-dollar prenote and holds live debits until the
      *>   prenote window passes without a return.
      *>   A new enrollment raises the APENROLL letter event and a
      *>   removal the APCANCEL event (LETREVT), so the customer
      *>   hears about every autopay change in writing.
      *>   New bank details (an enrollment, or a routing or account
      *>   change) are now recorded through AUDITLOG as event
      *>   BANKCH with achnoc.cob's routing/account images -
      *>   refundext.cob holds an ACH refund behind a recent one.
      *>   Maintenance is now refused on the signed-on operator's
      *>   own account and on any account at its address (OWNACCT).
      *>   The account number keyed here is now tokenized through
      *>   BANKVLT and only the token and last four digits are
      *>   stored on the enrollment and shown on the audit trail;
      *>   a signed-on supervisor is also shown the full number,
      *>   resolved from the vault.  A removal discards the vault
      *>   row.
      *>   An operator with a home branch on Operators.dat may
      *>   change only that branch's customers (BRANCHCK against
      *>   CustBranch.dat); another branch's customer is refused.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens, and a file created
      *>   here is stamped (LAYOUTST) as written under the
      *>   current layout.
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
               88 APPrenotePending     VALUE 'P'.
               88 APPrenoteClear       VALUE 'C' SPACE.
               88 APPrenoteFailed      VALUE 'F'.
           02 APPrenoteDate            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSAutopayStatus              PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
       01 WSNewDebitDay                PIC 9(02).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSRoutingFlag               PIC X(01).
           88 WSRoutingOK              VALUE 'Y'.
       01 WSLetterEvent                PIC X(08).
       01 WSLetterFree1                PIC X(60).
       01 WSLetterFree2                PIC X(60) VALUE SPACES.
       01 WSLetterQueuedFlag          PIC X(01).
       01 WSProgramId                  PIC X(10) VALUE "AUTOPAYMNT".
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSNewToken                   PIC X(17).
       01 WSBankAccount                PIC X(17).
       01 WSVaultResult               PIC X(01).
           88 WSVaultResolved          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
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
       Maintain-Enrollment.
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O AutopayFile
      *> First enrollment ever - create the file, stamped as
      *> written under this layout, then reopen for keyed update.
           IF WSAutopayStatus = "35"
               OPEN OUTPUT AutopayFile
               CLOSE AutopayFile
               CALL 'LAYOUTST' USING LVAutopayMaster, WSProgramId
               OPEN I-O AutopayFile
           END-IF
           IF WSAutopayStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO APIDNum
           READ AutopayFile
               INVALID KEY MOVE 'N' TO WSEnrollFoundFlag
           IF WSEnrollFound
               DISPLAY "Enrolled - debit day " APDebitDay
                   ", routing " APRouting
                   ", account ending " APAcctLast4
               IF WSRoleSupervisor
                   CALL 'BANKVLT' USING "R", WSProgramId, IDNum,
                       WSBankAccount, APAccount, WSVaultResult
                   IF WSVaultResolved
                       DISPLAY "Account number (supervisor): "
                           WSBankAccount
                   ELSE
                       DISPLAY "Account token " APAcctToken
                           " is not on the vault."
                   END-IF
                   MOVE SPACES TO WSBankAccount
               END-IF
               EVALUATE TRUE
                   WHEN APPrenotePending
                       DISPLAY "Prenote pending - live debits held."
                   WHEN APPrenoteFailed
                       DISPLAY "Prenote RETURNED by the bank - "
                           "correct the bank details."
               END-EVALUATE
           ELSE
               DISPLAY "Customer is not enrolled in autopay."
           END-IF
               WHEN WSActionEnroll
                   PERFORM Capture-Enrollment
               WHEN WSActionRemove AND WSEnrollFound
                   CALL 'BANKVLT' USING "D", WSProgramId, IDNum,
                       WSBankAccount, APAccount, WSVaultResult
                   DELETE AutopayFile RECORD
                   DISPLAY "Enrollment removed."
                   MOVE "APCANCEL" TO WSLetterEvent
                   MOVE "AUTOPAY CANCELLED AT YOUR REQUEST"
                       TO WSLetterFree1
                   CALL 'LETREVT' USING WSLetterEvent, IDNum,
                       WSLetterFree1, WSLetterFree2,
                       WSLetterQueuedFlag
               WHEN WSActionRemove
                   DISPLAY "Nothing to remove."
               WHEN OTHER
           ACCEPT WSNewAccount
           DISPLAY "Debit day of month (01-28): " WITH NO ADVANCING
           ACCEPT WSNewDebitDay
           CALL 'ABACHK' USING WSNewRouting, WSRoutingFlag
           EVALUATE TRUE
               WHEN NOT WSRoutingOK
                   DISPLAY "Routing number fails its check digit - "
                       "probable mis-key; no change made."
               WHEN WSNewAccount = SPACES
                   DISPLAY "Account number is blank - no change "
                       "made."
               WHEN WSNewDebitDay < 1 OR WSNewDebitDay > 28
                   DISPLAY "Invalid debit day - no change made."
               WHEN OTHER
                   PERFORM Tokenize-New-Account
                   IF WSVaultResolved
                       PERFORM Store-Enrollment
                   ELSE
                       DISPLAY "Bank account vault unavailable - "
                           "no change made."
                   END-IF
           END-EVALUATE.

      *> The keyed number goes straight into the vault; the same
      *> number re-keyed keeps the enrollment's existing token, so
      *> a token change means new bank details.

       Tokenize-New-Account.
           MOVE SPACES TO WSNewToken
           IF WSEnrollFound
               MOVE APAccount TO WSNewToken
           END-IF
           CALL 'BANKVLT' USING "T", WSProgramId, IDNum,
               WSNewAccount, WSNewToken, WSVaultResult
           MOVE SPACES TO WSNewAccount.

      *> New bank details must prove themselves with a prenote
      *> before money moves (so must details re-keyed after a
      *> returned prenote); a debit-day change alone keeps the
      *> prenote standing it already has.

       Store-Enrollment.
           IF NOT WSEnrollFound
                   OR WSNewRouting NOT = APRouting
                   OR WSNewToken NOT = APAccount
                   OR APPrenoteFailed
               SET APPrenotePending TO TRUE
               MOVE 0 TO APPrenoteDate
               DISPLAY "New bank details - a prenote goes to "
                   "the bank first; live debits are held until "
                   "it clears."
               MOVE SPACES TO WSAuditBefore
               IF WSEnrollFound
                   STRING APRouting DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APAccount DELIMITED BY SIZE
                       INTO WSAuditBefore
                   END-STRING
               END-IF
               MOVE SPACES TO WSAuditAfter
               STRING WSNewRouting DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSNewToken DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               CALL 'AUDITLOG' USING WSProgramId, "BANKCH", IDNum,
                   WSAuditBefore, WSAuditAfter
           END-IF
           MOVE IDNum TO APIDNum
           MOVE WSNewRouting TO APRouting
           MOVE WSNewToken TO APAccount
           MOVE WSNewDebitDay TO APDebitDay
           MOVE 0 TO APReturnCount
           IF WSEnrollFound
               REWRITE AutopayRecord
               DISPLAY "Enrollment changed."
           ELSE
               WRITE AutopayRecord
               DISPLAY "Enrollment added."
               MOVE "APENROLL" TO WSLetterEvent
               MOVE SPACES TO WSLetterFree1
               STRING "AUTOPAY DEBITS ON DAY " DELIMITED BY SIZE
                   APDebitDay DELIMITED BY SIZE
                   " OF EACH MONTH" DELIMITED BY SIZE
                   INTO WSLetterFree1
               END-STRING
               CALL 'LETREVT' USING WSLetterEvent, IDNum,
                   WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
           END-IF.

       File-Error-Abend.
