      *> night's unapplied cash stays on it until the back office
      *> works the rows off, which is the whole point of a suspense
      *> file.
      *> Modification History:
      *>   The bank now sends the stub's scan line (SCANLINE) with
      *>   each payment it read one from.  A scan line that passes
      *>   its check digit supplies the account instead of the
      *>   hand-keyed IDNum; one that fails falls back to the keyed
      *>   number.  Payments matched by scan line are counted on
      *>   their own line of the posting report, so the shrinking
      *>   suspense can be seen.
      *>   A commercial customer's remittance may now quote one of
      *>   our invoice numbers (invoicegen.cob) in the new invoice
      *>   column; such a payment posts through LEDGPOSTI so it
      *>   clears that invoice's open items first, and the posting
      *>   report counts them on their own line.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTREC.

      *> Bank lockbox remittance layout - one payment per line.
      *> The scan line is spaces when the bank keyed the payment by
      *> hand (and on lines from before the column existed).  The
      *> invoice number is spaces or zero when the remittance
      *> quoted none.
       FD LockboxFile.
       01 LockboxRecord.
           02 LBIDNum                 PIC 9(05).
           02 LBAmount                 PIC 9(07)V99.
           02 LBScanLine               PIC X(30).
           02 LBInvoice                PIC 9(07).

       FD SuspenseFile.
       01 SuspenseRecord.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSScanFlag                  PIC X(01).
           88 WSScanValid              VALUE 'Y'.
       01 WSMatchedByScanFlag         PIC X(01).
           88 WSMatchedByScan          VALUE 'Y'.
       01 WSScanIDNum                  PIC 9(05).
       01 WSScanPeriod                 PIC 9(06).
       01 WSScanAmountDue              PIC 9(07)V99.
       01 WSScanMinimum                PIC 9(07)V99.
       01 WSScanCount                  PIC 9(07) VALUE 0.
       01 WSScanTotal                  PIC 9(07)V99 VALUE 0.
       01 WSScanRejectCount            PIC 9(05) VALUE 0.
       01 WSInvoiceCount               PIC 9(07) VALUE 0.
       01 WSInvoiceTotal               PIC 9(07)V99 VALUE 0.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT LockboxFile
           IF WSLockboxStatus NOT = "00"
               DISPLAY "No lockbox feed found - nothing to post."

       Post-One-Payment.
           MOVE LBIDNum TO IDNum
           MOVE 'N' TO WSMatchedByScanFlag
           IF LBScanLine NOT = SPACES
               PERFORM Take-Account-From-Scan
           END-IF
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
                   PERFORM Apply-Payment
           END-EVALUATE.

      *> A good scan line overrides whatever the bank keyed; a bad
      *> one is reported and the keyed number is used as before.

       Take-Account-From-Scan.
           CALL 'SCANCHK' USING LBScanLine, WSScanFlag, WSScanIDNum,
               WSScanPeriod, WSScanAmountDue, WSScanMinimum
           IF WSScanValid
               MOVE WSScanIDNum TO IDNum
               SET WSMatchedByScan TO TRUE
           ELSE
               ADD 1 TO WSScanRejectCount
               DISPLAY "SCAN LINE FAILED CHECK - using keyed account "
                   LBIDNum
           END-IF.

       Apply-Payment.
           COMPUTE WSPaymentAmount = LBAmount * -1
           ADD WSPaymentAmount TO Balance
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           IF LBInvoice NUMERIC AND LBInvoice NOT = 0
               CALL 'LEDGPOSTI' USING IDNum, "PY", WSPaymentAmount,
                   LBInvoice
               ADD 1 TO WSInvoiceCount
               ADD LBAmount TO WSInvoiceTotal
           ELSE
               CALL 'LEDGPOST' USING IDNum, "PY", WSPaymentAmount
           END-IF
           ADD 1 TO WSPostedCount
           ADD LBAmount TO WSPostedTotal
           IF WSMatchedByScan
               ADD 1 TO WSScanCount
               ADD LBAmount TO WSScanTotal
           END-IF
           MOVE LBAmount TO WSBalanceEdit
           DISPLAY "POSTED   " IDNum " " WSBalanceEdit "  "
               FirstName " " LastName.
           PERFORM Write-Suspense-Record.

       Write-Suspense-Record.
           MOVE IDNum TO SuspIDNum
           MOVE LBAmount TO SuspAmount
           MOVE WSPostDate TO SuspDate
           WRITE SuspenseRecord
           ADD 1 TO WSSuspenseCount
           ADD LBAmount TO WSSuspenseTotal
           MOVE LBAmount TO WSBalanceEdit
           DISPLAY "SUSPENSE " IDNum " " WSBalanceEdit "  "
               SuspReason.

       Print-Posting-Report.
           MOVE WSPostedTotal TO WSBalanceEdit
           DISPLAY "Payments posted:    " WSPostedCount
               "  " WSBalanceEdit
           MOVE WSScanTotal TO WSBalanceEdit
           DISPLAY "  by scan line:     " WSScanCount
               "  " WSBalanceEdit
           MOVE WSInvoiceTotal TO WSBalanceEdit
           DISPLAY "  against invoice:  " WSInvoiceCount
               "  " WSBalanceEdit
           MOVE WSSuspenseTotal TO WSBalanceEdit
           DISPLAY "Payments suspended: " WSSuspenseCount
               "    " WSBalanceEdit
           DISPLAY "Scan lines failing check: " WSScanRejectCount.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
