      *> that invoice" answer custfininq.cob and statement.cob show.
      *> Credit left over after every item is consumed is the
      *> balance-forward residue and is simply not applied.
      *> Modification History:
      *>   Two more entries, in the GETSUM.cob multiple-ENTRY style:
      *>     OPENITEMD - the same posting under a caller-supplied
      *>                 date (LEDGPOSTD's open-item side), so a
      *>                 back-dated debit opens an item of that date;
      *>     OPENREAPP - re-runs the whole application for one
      *>                 customer: every item back to its original
      *>                 amount, the customer's ItemApply.dat rows
      *>                 dropped, and every credit on CustLedger.dat
      *>                 since the oldest item applied again
      *>                 oldest-dated item first.  paytransfer.cob
      *>                 runs it on both accounts after moving a
      *>                 misapplied payment.
      *>   Each item now carries the number of the invoice
      *>   invoicegen.cob billed it on (OIInvoice, zero until a
      *>   commercial customer's cycle is invoiced).  A fourth
      *>   entry, OPENITEMI, posts a credit that names an invoice -
      *>   a lockbox or cash payment remitted against it - and
      *>   applies it to that invoice's items first; anything left
      *>   over goes oldest-first as before.  OPENREAPP still
      *>   reapplies oldest-first, the ledger carrying no invoice.
      *>   An OpenItems.dat written before items carried the
      *>   invoice number is rebuilt in this layout, once, by
      *>   oiconvert.cob; readycheck.cob holds the nightly
      *>   chain until it has been.
      *>   The OpenItems.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a file in an earlier
      *>   layout is skipped like one that will not open, and a
      *>   file created here is stamped (LAYOUTST) as written
      *>   under the current layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplyFile ASSIGN TO "ItemApply.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSApplyStatus.
           SELECT ApplyWorkFile ASSIGN TO "ItemApplyWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWorkStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

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

       FD ApplyWorkFile.
       01 ApplyWorkRecord             PIC X(38).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
       01 WSItemStatus                PIC X(02).
       01 WSApplyStatus               PIC X(02).
       01 WSNextSeq                    PIC 9(04).
       01 WSCreditLeft                 PIC 9(07)V99.
       01 WSApplied                    PIC 9(07)V99.
       01 WSWorkStatus                PIC X(02).
       01 WSLedgerStatus              PIC X(02).
       01 WSCopyEOFFlag               PIC X(01).
           88 WSCopyDone               VALUE 'Y'.
       01 WSItemDate                  PIC 9(08).
       01 WSApplyDate                 PIC 9(08).
       01 WSApplyCode                 PIC X(02).
       01 WSFirstItemDate             PIC 9(08).
       01 WSOldestKey                 PIC X(09).
       01 WSOldestDate                PIC 9(08).
       01 WSOldestFlag                PIC X(01).
           88 WSOldestFound            VALUE 'Y'.
       01 WSTargetInvoice             PIC 9(07) VALUE 0.
       01 WSProgramId                  PIC X(10) VALUE "OPENITEM".
           COPY LAYOUTVR.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LTransCode PIC X(02).
        01 LAmount PIC S9(07)V99.
        01 LItemDate PIC 9(08).
        01 LInvoice PIC 9(07).

       PROCEDURE DIVISION USING LIDNum, LTransCode, LAmount.
       OPENITEM-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday TO WSItemDate
           PERFORM Post-One-Amount
           GOBACK.

       ENTRY "OPENITEMD" USING LIDNum, LTransCode, LAmount,
           LItemDate.
           MOVE LItemDate TO WSItemDate
           PERFORM Post-One-Amount
           GOBACK.

       ENTRY "OPENITEMI" USING LIDNum, LTransCode, LAmount,
           LInvoice.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday TO WSItemDate
           MOVE LInvoice TO WSTargetInvoice
           PERFORM Post-One-Amount
           MOVE 0 TO WSTargetInvoice
           GOBACK.

       ENTRY "OPENREAPP" USING LIDNum.
           PERFORM Open-Item-File
           IF WSItemStatus NOT = "00"
               GOBACK
           END-IF
           PERFORM Reset-Customer-Items
           IF WSFirstItemDate NOT = 99999999
               PERFORM Drop-Customer-Applications
               PERFORM Reapply-Customer-Credits
           END-IF
           CLOSE OpenItemFile
           GOBACK.

       Post-One-Amount.
           MOVE WSItemDate TO WSApplyDate
           MOVE LTransCode TO WSApplyCode
           PERFORM Open-Item-File
           IF WSItemStatus = "00"
               IF LAmount > 0
                   PERFORM Open-New-Item
               ELSE
                   IF LAmount < 0
                       PERFORM Consume-Open-Items
                   END-IF
               END-IF
               CLOSE OpenItemFile
           END-IF.

       Open-Item-File.
           OPEN I-O OpenItemFile
      *> First item ever - create the file, stamped as written under
      *> this layout, then reopen for keyed update.
           IF WSItemStatus = "35"
               OPEN OUTPUT OpenItemFile
               CLOSE OpenItemFile
               CALL 'LAYOUTST' USING LVOpenItemMaster, WSProgramId
               OPEN I-O OpenItemFile
           END-IF
      *> A file still in an earlier layout is left untouched, the
      *> same as one that will not open - the caller skips its
      *> open-item side and LAYOUTCK has said why on the console.
           IF WSItemStatus = "00"
               CALL 'LAYOUTCK' USING LVOpenItemMaster, LVResult
               IF LVMismatch
                   CLOSE OpenItemFile
                   MOVE "39" TO WSItemStatus
               END-IF
           END-IF.

       Open-New-Item.
           PERFORM Find-Next-Sequence
           MOVE LIDNum TO OIIDNum
           MOVE WSNextSeq TO OISeq
           MOVE WSItemDate TO OIPostDate
           MOVE LTransCode TO OITransCode
           MOVE LAmount TO OIOrigAmount
           MOVE LAmount TO OIRemainder
           MOVE 0 TO OIInvoice
           WRITE OpenItemRecord.

       Find-Next-Sequence.

       Consume-Open-Items.
           COMPUTE WSCreditLeft = LAmount * -1
           IF WSTargetInvoice NOT = 0
               PERFORM Consume-Invoice-Items
           END-IF
           MOVE 'N' TO WSEOFFlag
           MOVE LIDNum TO OIIDNum
           MOVE 0 TO OISeq
                   END-IF
           END-READ.

      *> A payment remitted against an invoice clears that
      *> invoice's items before anything older.  An invoice number
      *> the customer was never billed on matches nothing, and the
      *> whole credit simply goes oldest-first.

       Consume-Invoice-Items.
           MOVE 'N' TO WSEOFFlag
           MOVE LIDNum TO OIIDNum
           MOVE 0 TO OISeq
           START OpenItemFile KEY IS GREATER THAN OIKey
               INVALID KEY SET WSItemsDone TO TRUE
           END-START
           PERFORM Apply-To-Invoice-Item
               UNTIL WSItemsDone OR WSCreditLeft = 0.

       Apply-To-Invoice-Item.
           READ OpenItemFile NEXT RECORD
               AT END SET WSItemsDone TO TRUE
               NOT AT END
                   IF OIIDNum NOT = LIDNum
                       SET WSItemsDone TO TRUE
                   ELSE
                       IF OIRemainder > 0
                               AND OIInvoice = WSTargetInvoice
                           PERFORM Reduce-Item-Remainder
                       END-IF
                   END-IF
           END-READ.

       Reduce-Item-Remainder.
           IF WSCreditLeft >= OIRemainder
               MOVE OIRemainder TO WSApplied

       Record-Application.
           MOVE LIDNum TO IAIDNum
           MOVE WSApplyDate TO IADate
           MOVE WSApplyCode TO IAPayCode
           MOVE OISeq TO IAItemSeq
           MOVE OIPostDate TO IAItemDate
           MOVE OITransCode TO IAItemCode
           END-IF
           WRITE ApplyRecord
           CLOSE ApplyFile.

      *> Every item back to its full amount, noting the oldest
      *> item's date - credits older than that predate open items
      *> and were balance-forward residue the first time round.

       Reset-Customer-Items.
           MOVE 99999999 TO WSFirstItemDate
           MOVE 'N' TO WSEOFFlag
           MOVE LIDNum TO OIIDNum
           MOVE 0 TO OISeq
           START OpenItemFile KEY IS GREATER THAN OIKey
               INVALID KEY SET WSItemsDone TO TRUE
           END-START
           PERFORM Reset-One-Item UNTIL WSItemsDone.

       Reset-One-Item.
           READ OpenItemFile NEXT RECORD
               AT END SET WSItemsDone TO TRUE
               NOT AT END
                   IF OIIDNum NOT = LIDNum
                       SET WSItemsDone TO TRUE
                   ELSE
                       IF OIPostDate < WSFirstItemDate
                           MOVE OIPostDate TO WSFirstItemDate
                       END-IF
                       MOVE OIOrigAmount TO OIRemainder
                       REWRITE OpenItemRecord
                   END-IF
           END-READ.

      *> The customer's old application rows are copied out of
      *> ItemApply.dat through a work file, the adjapprove.cob
      *> rewrite shape; everyone else's rows come back untouched.

       Drop-Customer-Applications.
           OPEN INPUT ApplyFile
           IF WSApplyStatus = "00"
               OPEN OUTPUT ApplyWorkFile
               MOVE 'N' TO WSCopyEOFFlag
               PERFORM UNTIL WSCopyDone
                   READ ApplyFile
                       AT END SET WSCopyDone TO TRUE
                       NOT AT END
                           IF IAIDNum NOT = LIDNum
                               WRITE ApplyWorkRecord FROM ApplyRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApplyFile
               CLOSE ApplyWorkFile
               OPEN INPUT ApplyWorkFile
               OPEN OUTPUT ApplyFile
               MOVE 'N' TO WSCopyEOFFlag
               PERFORM UNTIL WSCopyDone
                   READ ApplyWorkFile
                       AT END SET WSCopyDone TO TRUE
                       NOT AT END
                           WRITE ApplyRecord FROM ApplyWorkRecord
                   END-READ
               END-PERFORM
               CLOSE ApplyWorkFile
               CLOSE ApplyFile
           END-IF.

       Reapply-Customer-Credits.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               MOVE 'N' TO WSCopyEOFFlag
               PERFORM UNTIL WSCopyDone
                   READ LedgerFile
                       AT END SET WSCopyDone TO TRUE
                       NOT AT END
                           IF LedgIDNum = LIDNum
                                   AND LedgAmount < 0
                                   AND LedgPostDate >= WSFirstItemDate
                               PERFORM Reapply-One-Credit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

      *> A back-dated item sits at the end of the sequence, so
      *> "oldest first" here goes by the item's posting date.

       Reapply-One-Credit.
           COMPUTE WSCreditLeft = LedgAmount * -1
           MOVE LedgPostDate TO WSApplyDate
           MOVE LedgTransCode TO WSApplyCode
           SET WSOldestFound TO TRUE
           PERFORM UNTIL WSCreditLeft = 0 OR NOT WSOldestFound
               PERFORM Find-Oldest-Open-Item
               IF WSOldestFound
                   MOVE WSOldestKey TO OIKey
                   READ OpenItemFile
                       INVALID KEY MOVE 'N' TO WSOldestFlag
                       NOT INVALID KEY PERFORM Reduce-Item-Remainder
                   END-READ
               END-IF
           END-PERFORM.

       Find-Oldest-Open-Item.
           MOVE 'N' TO WSOldestFlag
           MOVE 99999999 TO WSOldestDate
           MOVE 'N' TO WSEOFFlag
           MOVE LIDNum TO OIIDNum
           MOVE 0 TO OISeq
           START OpenItemFile KEY IS GREATER THAN OIKey
               INVALID KEY SET WSItemsDone TO TRUE
           END-START
           PERFORM Check-One-Item UNTIL WSItemsDone.

       Check-One-Item.
           READ OpenItemFile NEXT RECORD
               AT END SET WSItemsDone TO TRUE
               NOT AT END
                   IF OIIDNum NOT = LIDNum
                       SET WSItemsDone TO TRUE
                   ELSE
                       IF OIRemainder > 0
                               AND OIPostDate < WSOldestDate
                           MOVE OIPostDate TO WSOldestDate
                           MOVE OIKey TO WSOldestKey
                           SET WSOldestFound TO TRUE
                       END-IF
                   END-IF
           END-READ.
