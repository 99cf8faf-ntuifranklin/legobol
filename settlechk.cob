       IDENTIFICATION DIVISION.
       PROGRAM-ID. settlechk.
      *> Nightly settlement-agreement verification - walks Settle.dat
      *> and proves each approved agreement against the customer's
      *> actual payment rows on CustLedger.dat (cash, autopay, IVR,
      *> card, and collection-agency payments) since the agreement
      *> date, the way payplanchk.cob proves a payment plan.  Payments
      *> due are the agreed amount spread evenly over the agreed
      *> installments, one falling due on the first due date and one
      *> on the same day of each month after.  When everything agreed
      *> has been paid, whatever balance is left is written off
      *> through LEDGPOST under the settlement write-off code "SW" -
      *> kept apart from the small-balance "WO" rows writeoff.cob
      *> posts - recorded through AUDITLOG, and the agreement is
      *> marked settled.  An agreement that has fallen behind is
      *> marked broken and lands on the broken-settlement register;
      *> SETLSTAT then stops answering for it and dunning.cob picks
      *> the account back up where it left off.  An active legal
      *> hold (LEGALHLD) holds the write-off, logged through LEGALLOG,
      *> the same as writeoff.cob.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SettleFile ASSIGN TO "Settle.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STIDNum
               FILE STATUS IS WSSettleStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout settlemaint.cob writes.
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

       FD CustomerFile.
           COPY CUSTREC.

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSSettleStatus               PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "SETTLECHK".
       01 WSSettleCount                PIC 9(07) VALUE 0.
       01 WSBrokenCount                PIC 9(05) VALUE 0.
       01 WSSettledCount               PIC 9(05) VALUE 0.
       01 WSLegalHeldCount             PIC 9(05) VALUE 0.
       01 WSWriteOffTotal              PIC 9(09)V99 VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayParts REDEFINES WSToday.
           02 WSTodayYear              PIC 9(04).
           02 WSTodayMonth             PIC 9(02).
           02 WSTodayDay               PIC 9(02).
       01 WSDueDate                    PIC 9(08).
       01 WSDueParts REDEFINES WSDueDate.
           02 WSDueYear                PIC 9(04).
           02 WSDueMonth               PIC 9(02).
           02 WSDueDay                 PIC 9(02).
       01 WSTodayMonths                PIC 9(06).
       01 WSDueMonths                  PIC 9(06).
       01 WSInstallmentsDue            PIC 9(03).
       01 WSAmountDue                  PIC 9(07)V99.
       01 WSPaidTotal                  PIC S9(07)V99.
       01 WSWriteOffAmount             PIC S9(07)V99.
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSLegalAction                PIC X(30).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSFullName                   PIC X(31).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSSettleCount
           PERFORM Check-Period-Open
           OPEN I-O SettleFile
           IF WSSettleStatus = "35"
               DISPLAY "No settlement agreements on file - nothing "
                   "to verify."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSSettleCount
               GOBACK
           END-IF
           IF WSSettleStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "SETTLEMENT AGREEMENT VERIFICATION FOR " WSToday
           DISPLAY "------------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ SettleFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF STActive
                           PERFORM Verify-One-Agreement
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE SettleFile
           DISPLAY "------------------------------------"
           MOVE WSWriteOffTotal TO WSBalanceEdit
           DISPLAY "Agreements verified:   " WSSettleCount
           DISPLAY "Agreements broken:     " WSBrokenCount
           DISPLAY "Accounts settled:      " WSSettledCount
           DISPLAY "Settlement write-offs: " WSBalanceEdit
           DISPLAY "Held (legal hold):     " WSLegalHeldCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSSettleCount
           GOBACK.

       Verify-One-Agreement.
           ADD 1 TO WSSettleCount
           PERFORM Count-Installments-Due
           PERFORM Total-Payments-Since-Agreement
           IF WSInstallmentsDue = STInstallments
               MOVE STAgreedAmount TO WSAmountDue
           ELSE
               COMPUTE WSAmountDue ROUNDED = STAgreedAmount
                   * WSInstallmentsDue / STInstallments
           END-IF
           EVALUATE TRUE
               WHEN WSPaidTotal >= STAgreedAmount
                   PERFORM Settle-One-Account
               WHEN WSPaidTotal >= WSAmountDue
                   CONTINUE
               WHEN OTHER
                   PERFORM Break-One-Agreement
           END-EVALUATE.

      *> An installment is owed once its due day has passed - the
      *> first on the first due date, the rest on the same day of
      *> each later month - capped at the number agreed.

       Count-Installments-Due.
           MOVE 0 TO WSInstallmentsDue
           IF WSToday >= STFirstDueDate
               MOVE STFirstDueDate TO WSDueDate
               COMPUTE WSTodayMonths =
                   (WSTodayYear * 12) + WSTodayMonth
               COMPUTE WSDueMonths =
                   (WSDueYear * 12) + WSDueMonth
               COMPUTE WSInstallmentsDue =
                   WSTodayMonths - WSDueMonths
               IF WSTodayDay >= WSDueDay
                   ADD 1 TO WSInstallmentsDue
               END-IF
               IF WSInstallmentsDue > STInstallments
                   MOVE STInstallments TO WSInstallmentsDue
               END-IF
           END-IF.

       Total-Payments-Since-Agreement.
           MOVE 0 TO WSPaidTotal
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Total-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF.

       Total-One-Posting.
           IF LedgIDNum = STIDNum
                   AND LedgPostDate >= STAgreeDate
                   AND (LedgIsPayment OR LedgIsAutopay
                       OR LedgIsIVRPayment OR LedgIsCardPayment
                       OR LedgIsAgencyPayment)
               SUBTRACT LedgAmount FROM WSPaidTotal
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

      *> The agreed amount is in - forgive whatever is left.  A
      *> balance already at or below zero has nothing to write off;
      *> the agreement is simply closed.

       Settle-One-Account.
           MOVE STIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO CustomerRecord
                   MOVE 0 TO Balance
           END-READ
           CALL 'LEGALHLD' USING STIDNum, WSLegalFlag
           IF WSOnLegalHold AND Balance > 0
               ADD 1 TO WSLegalHeldCount
               MOVE "SETTLEMENT WRITE-OFF SUPPRESSED"
                   TO WSLegalAction
               CALL 'LEGALLOG' USING WSProgramId, STIDNum,
                   WSLegalAction
           ELSE
               MOVE 0 TO STWriteOffAmount
               IF Balance > 0
                   PERFORM Post-Settlement-WriteOff
               END-IF
               SET STSettled TO TRUE
               MOVE WSToday TO STClosedDate
               REWRITE SettleRecord
               ADD 1 TO WSSettledCount
               MOVE STWriteOffAmount TO WSBalanceEdit
               MOVE SPACES TO WSNoteText
               STRING "SETTLED IN FULL - " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   " WRITTEN OFF" DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING STIDNum, WSNoteText
               CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
               DISPLAY "SETTLED  " STIDNum " " WSFullName " "
                   WSBalanceEdit " written off"
           END-IF.

       Post-Settlement-WriteOff.
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditBefore
           COMPUTE WSWriteOffAmount = Balance * -1
           ADD WSWriteOffAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "SW", WSWriteOffAmount
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "SETLWO", IDNum,
               WSAuditBefore, WSAuditAfter
           COMPUTE STWriteOffAmount = WSWriteOffAmount * -1
           ADD STWriteOffAmount TO WSWriteOffTotal.

       Break-One-Agreement.
           SET STBroken TO TRUE
           MOVE WSToday TO STClosedDate
           REWRITE SettleRecord
           ADD 1 TO WSBrokenCount
           MOVE "SETTLEMENT BROKEN - NORMAL COLLECTION RESUMES"
               TO WSNoteText
           CALL 'CUSTNOTE' USING STIDNum, WSNoteText
           MOVE WSAmountDue TO WSBalanceEdit
           DISPLAY "BROKEN   " STIDNum " - due " WSBalanceEdit
               WITH NO ADVANCING
           MOVE WSPaidTotal TO WSBalanceEdit
           DISPLAY ", paid " WSBalanceEdit.

       Check-Period-Open.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSToday
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSSettleCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSSettleStatus
               " / " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSSettleCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
