      *> totals - an out-of-balance batch can be rekeyed or abandoned
      *> but never posted.  Posted payments go through LEDGPOST like
      *> every other balance-affecting event.
      *> Modification History:
      *>   Each payment may now quote one of our invoice numbers
      *>   (invoicegen.cob); it is held with the payment and posts
      *>   through LEDGPOSTI so the payment clears that invoice's
      *>   open items first.  Zero means no invoice, as before.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CASHBATCH".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
       01 WSPostedCount                PIC 9(07) VALUE 0.
       01 WSEntryIDNum                 PIC 9(05).
       01 WSEntryAmount                PIC 9(07)V99.
       01 WSEntryInvoice               PIC 9(07).
       01 WSPaymentAmount              PIC S9(07)V99.
       01 WSEntrySub                   PIC 9(03).
       01 WSPostDate                  PIC 9(08).
           02 WSBatchEntry OCCURS 100 TIMES.
               03 WSBatchIDNum        PIC 9(05).
               03 WSBatchAmount        PIC 9(07)V99.
               03 WSBatchInvoice       PIC 9(07).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM Key-And-Balance-Batch WITH TEST AFTER
               UNTIL WSBatchBalanced OR WSRekeyAnswer = 'N'
           IF WSBatchBalanced
                   MOVE 0 TO WSEntryAmount
                   ACCEPT WSEntryAmount
                   IF WSEntryAmount > 0
                       DISPLAY "Invoice number (0 = none): "
                           WITH NO ADVANCING
                       MOVE 0 TO WSEntryInvoice
                       ACCEPT WSEntryInvoice
                       ADD 1 TO WSKeyedCount
                       MOVE WSEntryIDNum
                           TO WSBatchIDNum(WSKeyedCount)
                       MOVE WSEntryAmount
                           TO WSBatchAmount(WSKeyedCount)
                       MOVE WSEntryInvoice
                           TO WSBatchInvoice(WSKeyedCount)
                       ADD WSEntryAmount TO WSKeyedTotal
                   ELSE
                       DISPLAY "Amount must be greater than zero - "
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               IF WSBatchInvoice(WSEntrySub) NOT = 0
                   CALL 'LEDGPOSTI' USING IDNum, "PY",
                       WSPaymentAmount, WSBatchInvoice(WSEntrySub)
               ELSE
                   CALL 'LEDGPOST' USING IDNum, "PY", WSPaymentAmount
               END-IF
               ADD 1 TO WSPostedCount
           ELSE
               DISPLAY "Customer " WSBatchIDNum(WSEntrySub)
