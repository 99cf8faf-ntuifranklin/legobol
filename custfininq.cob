      *>   and the payment applications from ItemApply.dat, so the
      *>   operator can say exactly which invoice a payment paid
      *>   instead of guessing from the running balance.
      *>   Shows the customer's security deposit from Deposit.dat
      *>   under the Balance - held (with interest) or still
      *>   required - since a deposit never shows in the Balance.
      *>   Shows the last statement's payment due date and minimum
      *>   payment due (DUEGET) under the Balance.
      *>   Each open item now shows the invoice number it was
      *>   billed on, once invoicegen.cob has invoiced it.
      *>   Shows the ledger total and the last payment taken from
      *>   the ledger summary (LEDGAGE against LedgSummary.dat)
      *>   above the postings, once the summary has been built.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The OpenItems.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a file in an earlier
      *>   layout is not shown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplyFile ASSIGN TO "ItemApply.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSApplyStatus.
           SELECT DepositFile ASSIGN TO "Deposit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSDepositStatus.

       DATA DIVISION.
       FILE SECTION.
           02 OITransCode              PIC X(02).
           02 OIOrigAmount             PIC 9(07)V99.
           02 OIRemainder              PIC 9(07)V99.
           02 OIInvoice                PIC 9(07).

       FD ApplyFile.
       01 ApplyRecord.
           02 IAItemCode               PIC X(02).
           02 IAAmount                 PIC 9(07)V99.

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
       01 WSLedgerStatus               PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
       01 WSPostingCount               PIC 9(05) VALUE 0.
       01 WSItemStatus                 PIC X(02).
       01 WSApplyStatus                PIC X(02).
       01 WSDepositStatus             PIC X(02).
       01 WSItemEOFFlag               PIC X(01).
           88 WSItemsDone              VALUE 'Y'.
       01 WSApplyEOFFlag              PIC X(01).
           88 WSTableFound             VALUE 'Y'.
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSDueFoundFlag              PIC X(01).
           88 WSDueFound               VALUE 'Y'.
       01 WSStmtDate                   PIC 9(08).
       01 WSDueDate                    PIC 9(08).
       01 WSMinimumDue                 PIC 9(07)V99.
       01 WSToday                     PIC 9(08).
           COPY LEDGAGE.

       *> Dollar-sign/comma edit pictures, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
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
               " (ID " IDNum ")"
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Balance:  " WSBalanceEdit
           CALL 'DUEGET' USING IDNum, WSDueFoundFlag, WSStmtDate,
               WSDueDate, WSMinimumDue
           IF WSDueFound
               MOVE WSMinimumDue TO WSBalanceEdit
               DISPLAY "Due:      " WSBalanceEdit " minimum by "
                   WSDueDate " (statement of " WSStmtDate ")"
           END-IF
           PERFORM Show-Deposit
           PERFORM Show-Ledger-Summary
           DISPLAY "Postings:"
           OPEN INPUT LedgerFile
           IF WSLedgerStatus NOT = "00"
           PERFORM Show-Open-Items
           PERFORM Show-Applications.

       Show-Deposit.
           OPEN INPUT DepositFile
           IF WSDepositStatus = "00"
               MOVE IDNum TO DepIDNum
               READ DepositFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DepHeld
                           MOVE DepAmount TO WSBalanceEdit
                           DISPLAY "Deposit:  " WSBalanceEdit
                               " held since " DepReceivedDate
                               WITH NO ADVANCING
                           MOVE DepInterest TO WSBalanceEdit
                           DISPLAY ", interest " WSBalanceEdit
                       END-IF
                       IF DepRequired
                           MOVE DepRequiredAmt TO WSBalanceEdit
                           DISPLAY "Deposit:  " WSBalanceEdit
                               " REQUIRED - not yet received"
                       END-IF
               END-READ
               CLOSE DepositFile
           END-IF.

      *> The ledger can differ from the Balance by whatever
      *> predates it - both are shown, as they are.

       Show-Ledger-Summary.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'LEDGAGE' USING IDNum, WSToday, LedgAgeAnswer
           IF AAAnswered
               MOVE AANet TO WSAmountEdit
               DISPLAY "Ledger:   " WSAmountEdit " over " AARowCount
                   " posting(s)"
               IF AALastPayDate > 0
                   MOVE AALastPayAmount TO WSBalanceEdit
                   DISPLAY "Paid:     " WSBalanceEdit " last, on "
                       AALastPayDate
               ELSE
                   DISPLAY "Paid:     (no payment on the ledger)"
               END-IF
           END-IF.

       Show-Open-Items.
           DISPLAY "Open items (unpaid remainder per charge):"
           MOVE 'N' TO WSItemEOFFlag
           OPEN INPUT OpenItemFile
           IF WSItemStatus = "00"
               CALL 'LAYOUTCK' USING LVOpenItemMaster, LVResult
               IF LVMismatch
                   CLOSE OpenItemFile
                   MOVE "39" TO WSItemStatus
               END-IF
           END-IF
           IF WSItemStatus NOT = "00"
               DISPLAY "  (no open-item file)"
           ELSE
                               OITransCode " " WSBalanceEdit
                               WITH NO ADVANCING
                           MOVE OIRemainder TO WSBalanceEdit
                           IF OIInvoice NOT = 0
                               DISPLAY "  unpaid " WSBalanceEdit
                                   "  invoice " OIInvoice
                           ELSE
                               DISPLAY "  unpaid " WSBalanceEdit
                           END-IF
                           ADD 1 TO WSItemCount
                       END-IF
                   END-IF
               WHEN LedgIsNSFFee      MOVE "NSF FEE   " TO WSTransDesc
               WHEN LedgIsCarryFwd    MOVE "CARRY FWD " TO WSTransDesc
               WHEN LedgIsIVRPayment  MOVE "PHONE PAY " TO WSTransDesc
               WHEN LedgIsSalesTax    MOVE "SALES TAX " TO WSTransDesc
               WHEN LedgIsDepositApplied
                                      MOVE "DEPOSIT CR" TO WSTransDesc
               WHEN LedgIsUsageCharge MOVE "USAGE     " TO WSTransDesc
               WHEN LedgIsEarlyTermFee
                                      MOVE "EARLY TERM" TO WSTransDesc
               WHEN LedgIsPromoDiscount
                                      MOVE "PROMO DISC" TO WSTransDesc
               WHEN LedgIsCardPayment MOVE "CARD PAY  " TO WSTransDesc
               WHEN LedgIsChargebackFee
                                      MOVE "CHGBK FEE " TO WSTransDesc
               WHEN LedgIsAgencyPayment
                                      MOVE "AGENCY PAY" TO WSTransDesc
               WHEN LedgIsSettlementWO
                                      MOVE "SETTLED WO" TO WSTransDesc
               WHEN LedgIsFeeWaiver   MOVE "FEE WAIVED" TO WSTransDesc
               WHEN OTHER             MOVE "OTHER     " TO WSTransDesc
           END-EVALUATE.

