       IDENTIFICATION DIVISION.
       PROGRAM-ID. paytransfer.
      *> Misapplied-payment transfer - a payment posted to the wrong
      *> IDNum used to be fixed with two unrelated custadjust.cob
      *> entries, so aging saw the money as newly received on the
      *> right account and nothing tied the two sides together.
      *> This program takes the wrong account and the original
      *> posting date, lists that day's payment rows on
      *> CustLedger.dat (PY, AP, IV or CD) for the operator to pick
      *> one, and moves it to the correct IDNum as a matched pair
      *> under the original payment code and the ORIGINAL posting
      *> date (LEDGPOSTD): a reversal on the wrong account and the
      *> re-post on the right one, the nsfreversal.cob reversal
      *> shape.  The open-item application is then re-run on both
      *> accounts (OPENREAPP) so the payment pays the right
      *> invoices, each side is noted through CUSTNOTE and
      *> AUDITLOG, the pair is logged on PayTransfer.dat - which is
      *> also what stops the same payment being moved twice - and
      *> the day's transfer register is printed for the cash
      *> office.
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
           SELECT TransferFile ASSIGN TO "PayTransfer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTransferStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD LedgerFile.
           COPY CUSTLEDG.

      *> One row per payment moved - both sides and the original
      *> posting's identity, so either account can be traced to
      *> the other.
       FD TransferFile.
       01 TransferRecord.
           02 XFDate                  PIC 9(08).
           02 XFFromIDNum              PIC 9(05).
           02 XFToIDNum                PIC 9(05).
           02 XFOrigDate               PIC 9(08).
           02 XFCode                   PIC X(02).
           02 XFAmount                 PIC 9(07)V99.
           02 XFOrigProgram            PIC X(10).
           02 XFOrigRunId              PIC 9(06).
           02 XFOperator               PIC X(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSTransferEOFFlag           PIC X(01) VALUE 'N'.
           88 WSTransferEOF            VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSTransferStatus             PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSMovedFlag                 PIC X(01).
           88 WSAlreadyMoved           VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "PAYXFER".
       01 WSTransferCount              PIC 9(07) VALUE 0.
       01 WSFromIDNum                  PIC 9(05).
       01 WSToIDNum                    PIC 9(05).
       01 WSFromName                   PIC X(31).
       01 WSToName                     PIC X(31).
       01 WSOrigDate                   PIC 9(08).
       01 WSPick                       PIC 9(02).
       01 WSCandidateCount             PIC 9(02) VALUE 0.
       01 WSCandidates.
           02 WSCandidate OCCURS 20 TIMES.
               03 WSCandCode           PIC X(02).
               03 WSCandAmount         PIC 9(07)V99.
               03 WSCandProgram        PIC X(10).
               03 WSCandRunId          PIC 9(06).
       01 WSMoveAmount                 PIC 9(07)V99.
       01 WSReversalAmount             PIC S9(07)V99.
       01 WSRepostAmount               PIC S9(07)V99.
       01 WSMoveCode                   PIC X(02).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSAnswer                    PIC X(01).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
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
       01 WSRegisterCount              PIC 9(05) VALUE 0.
       01 WSRegisterTotal              PIC 9(09)V99 VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSTransferCount
           PERFORM Check-Period-Open
           DISPLAY "MISAPPLIED-PAYMENT TRANSFER"
           DISPLAY "Account the payment was posted to: "
               WITH NO ADVANCING
           ACCEPT WSFromIDNum
           CALL 'CHKDIGIT' USING WSFromIDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no transfer made."
               PERFORM End-Session
           END-IF
           DISPLAY "Original posting date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WSOrigDate
           DISPLAY "Account it belongs to: " WITH NO ADVANCING
           ACCEPT WSToIDNum
           CALL 'CHKDIGIT' USING WSToIDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no transfer made."
               PERFORM End-Session
           END-IF
           IF WSToIDNum = WSFromIDNum
               DISPLAY "Both accounts are the same - no transfer "
                   "made."
               PERFORM End-Session
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, WSFromIDNum,
               WSOwnAccountFlag
           IF WSNotOwnAccount
               CALL 'OWNACCT' USING WSOperatorId, WSToIDNum,
                   WSOwnAccountFlag
           END-IF
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               PERFORM End-Session
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, WSFromIDNum,
               WSCustBranch, WSBranchFlag
           IF WSBranchAllowed
               CALL 'BRANCHCK' USING WSOperatorId, WSToIDNum,
                   WSCustBranch, WSBranchFlag
           END-IF
           IF NOT WSBranchAllowed
               DISPLAY "One of these accounts belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               PERFORM End-Session
           END-IF

           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM Check-Both-Accounts
           IF WSFound
               PERFORM List-Candidates
               IF WSCandidateCount = 0
                   DISPLAY "No payment row for " WSFromIDNum " on "
                       WSOrigDate " left to move - nothing "
                       "transferred."
               ELSE
                   PERFORM Pick-And-Transfer
               END-IF
           END-IF
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM Print-Register
           PERFORM End-Session.

       End-Session.
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSTransferCount
           GOBACK.

      *> Payments move off a deleted account too (that is often how
      *> the mistake is found), but only onto a live one.

       Check-Both-Accounts.
           MOVE WSToIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF NOT WSFound OR IsDeleted
               DISPLAY "Customer " WSToIDNum " not found - no "
                   "transfer made."
               MOVE 'N' TO WSFoundFlag
           ELSE
               CALL 'NAMEFMT' USING FirstName, LastName, WSToName
               MOVE WSFromIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO WSFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
               END-READ
               IF WSFound
                   CALL 'NAMEFMT' USING FirstName, LastName,
                       WSFromName
               ELSE
                   DISPLAY "Customer " WSFromIDNum " not found - "
                       "no transfer made."
               END-IF
           END-IF.

       List-Candidates.
           MOVE 0 TO WSCandidateCount
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Match-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF.

       Match-One-Posting.
           IF LedgIDNum = WSFromIDNum
                   AND LedgPostDate = WSOrigDate
                   AND LedgAmount < 0
                   AND (LedgIsPayment OR LedgIsAutopay
                       OR LedgIsIVRPayment OR LedgIsCardPayment)
                   AND WSCandidateCount < 20
               PERFORM Check-Already-Moved
               IF NOT WSAlreadyMoved
                   PERFORM Add-Candidate
               END-IF
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Add-Candidate.
           ADD 1 TO WSCandidateCount
           MOVE LedgTransCode TO WSCandCode(WSCandidateCount)
           COMPUTE WSCandAmount(WSCandidateCount) = LedgAmount * -1
           MOVE LedgProgram TO WSCandProgram(WSCandidateCount)
           MOVE LedgRunId TO WSCandRunId(WSCandidateCount)
           MOVE WSCandAmount(WSCandidateCount) TO WSBalanceEdit
           DISPLAY WSCandidateCount ". " LedgTransCode " "
               WSBalanceEdit " " LedgProgram " run " LedgRunId.

      *> A payment already moved is on PayTransfer.dat under the
      *> same account, date, code, amount and originating run.

       Check-Already-Moved.
           MOVE 'N' TO WSMovedFlag
           MOVE 'N' TO WSTransferEOFFlag
           OPEN INPUT TransferFile
           IF WSTransferStatus = "00"
               PERFORM UNTIL WSTransferEOF
                   READ TransferFile
                       AT END SET WSTransferEOF TO TRUE
                       NOT AT END
                           IF XFFromIDNum = LedgIDNum
                                   AND XFOrigDate = LedgPostDate
                                   AND XFCode = LedgTransCode
                                   AND XFAmount * -1 = LedgAmount
                                   AND XFOrigProgram = LedgProgram
                                   AND XFOrigRunId = LedgRunId
                               SET WSAlreadyMoved TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF.

       Pick-And-Transfer.
           DISPLAY "Payment number (00 to leave): "
               WITH NO ADVANCING
           ACCEPT WSPick
           IF WSPick = 0 OR WSPick > WSCandidateCount
               DISPLAY "No transfer made."
           ELSE
               MOVE WSCandCode(WSPick) TO WSMoveCode
               MOVE WSCandAmount(WSPick) TO WSMoveAmount
               MOVE WSMoveAmount TO WSBalanceEdit
               DISPLAY "Payment of " WSBalanceEdit " posted "
                   WSOrigDate " moves"
               DISPLAY "  from " WSFromIDNum " " WSFromName
               DISPLAY "  to   " WSToIDNum " " WSToName
               DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
               ACCEPT WSAnswer
               IF WSAnswer = 'Y' OR WSAnswer = 'y'
                   PERFORM Post-Transfer
               ELSE
                   DISPLAY "No transfer made."
               END-IF
           END-IF.

      *> Both halves carry the original payment code and date, so
      *> the pair nets to zero in every ledger and GL total and the
      *> payment ages on the right account from the day it came in.

       Post-Transfer.
           MOVE WSMoveAmount TO WSReversalAmount
           COMPUTE WSRepostAmount = WSMoveAmount * -1
           MOVE WSFromIDNum TO IDNum
           PERFORM Post-One-Side
           MOVE WSToIDNum TO IDNum
           PERFORM Post-One-Side
           CALL 'OPENREAPP' USING WSFromIDNum
           CALL 'OPENREAPP' USING WSToIDNum
           PERFORM Log-Transfer
           ADD 1 TO WSTransferCount
           DISPLAY "Transfer posted.".

       Post-One-Side.
           READ CustomerFile
               INVALID KEY PERFORM File-Error-Abend
           END-READ
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditBefore
           MOVE WSMoveAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           IF IDNum = WSFromIDNum
               ADD WSReversalAmount TO Balance
               CALL 'LEDGPOSTD' USING IDNum, WSMoveCode,
                   WSReversalAmount, WSOrigDate
               STRING "PAYMENT " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WSOrigDate DELIMITED BY SIZE
                   " MISAPPLIED - MOVED TO " DELIMITED BY SIZE
                   WSToIDNum DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           ELSE
               ADD WSRepostAmount TO Balance
               CALL 'LEDGPOSTD' USING IDNum, WSMoveCode,
                   WSRepostAmount, WSOrigDate
               STRING "PAYMENT " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WSOrigDate DELIMITED BY SIZE
                   " MISAPPLIED - MOVED FROM " DELIMITED BY SIZE
                   WSFromIDNum DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           END-IF
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "PAYXFR", IDNum,
               WSAuditBefore, WSAuditAfter.

       Log-Transfer.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           OPEN EXTEND TransferFile
           IF WSTransferStatus = "35"
               OPEN OUTPUT TransferFile
           END-IF
           MOVE WSPostDate TO XFDate
           MOVE WSFromIDNum TO XFFromIDNum
           MOVE WSToIDNum TO XFToIDNum
           MOVE WSOrigDate TO XFOrigDate
           MOVE WSMoveCode TO XFCode
           MOVE WSMoveAmount TO XFAmount
           MOVE WSCandProgram(WSPick) TO XFOrigProgram
           MOVE WSCandRunId(WSPick) TO XFOrigRunId
           MOVE WSOperatorId TO XFOperator
           WRITE TransferRecord
           CLOSE TransferFile.

      *> The register is the whole day's transfers, not just this
      *> session's, so the cash office can reprint it at close.

       Print-Register.
           DISPLAY " "
           DISPLAY "MISAPPLIED-PAYMENT TRANSFER REGISTER " WSPostDate
           DISPLAY "------------------------------------"
           MOVE 'N' TO WSTransferEOFFlag
           OPEN INPUT TransferFile
           IF WSTransferStatus = "00"
               PERFORM UNTIL WSTransferEOF
                   READ TransferFile
                       AT END SET WSTransferEOF TO TRUE
                       NOT AT END
                           IF XFDate = WSPostDate
                               PERFORM Print-One-Transfer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF
           IF WSRegisterCount = 0
               DISPLAY "  (no transfers today)"
           END-IF
           DISPLAY "------------------------------------"
           MOVE WSRegisterTotal TO WSBalanceEdit
           DISPLAY "Transfers: " WSRegisterCount "  " WSBalanceEdit.

       Print-One-Transfer.
           ADD 1 TO WSRegisterCount
           ADD XFAmount TO WSRegisterTotal
           MOVE XFAmount TO WSBalanceEdit
           DISPLAY XFFromIDNum " -> " XFToIDNum " " XFCode " "
               WSBalanceEdit " posted " XFOrigDate " by "
               XFOperator.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSPostDate
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSTransferCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSTransferCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
