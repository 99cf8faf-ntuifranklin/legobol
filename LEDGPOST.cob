      *>   remainder, credits consume items oldest-first - so the
      *>   whole system gained open-item accounting without any
      *>   posting program changing.
      *>   Second entry LEDGPOSTD, in the GETSUM.cob multiple-ENTRY
      *>   style, posts under a caller-supplied date instead of
      *>   today's - paytransfer.cob moves a misapplied payment to
      *>   the right account under its original posting date so it
      *>   ages and applies as if it had landed there first time.
      *>   Third entry LEDGPOSTI posts today a credit remitted
      *>   against one of our invoice numbers; its open-item side
      *>   goes through OPENITEMI so the payment clears that
      *>   invoice first (lockboxpost.cob, cashbatch.cob).
      *>   Every posting now also keeps the per-customer ledger
      *>   summary (LedgSummary.dat) current through LEDGSUM, so the
      *>   reports that only need a customer's totals read a few
      *>   keyed rows instead of rescanning this file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WSCurrentStatus             PIC X(02).
       01 WSRunProgram                PIC X(10).
       01 WSRunSerial                 PIC 9(06).
       01 WSPostDate                  PIC 9(08).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LTransCode PIC X(02).
        01 LAmount PIC S9(07)V99.
        01 LPostDate PIC 9(08).
        01 LInvoice PIC 9(07).

       PROCEDURE DIVISION USING LIDNum, LTransCode, LAmount.
       LEDGPOST-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday TO LedgPostDate
           PERFORM Write-Ledger-Row
           CALL 'OPENITEM' USING LIDNum, LTransCode, LAmount
           GOBACK.

       ENTRY "LEDGPOSTD" USING LIDNum, LTransCode, LAmount,
           LPostDate.
           MOVE LPostDate TO LedgPostDate
           PERFORM Write-Ledger-Row
           CALL 'OPENITEMD' USING LIDNum, LTransCode, LAmount,
               LPostDate
           GOBACK.

       ENTRY "LEDGPOSTI" USING LIDNum, LTransCode, LAmount,
           LInvoice.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday TO LedgPostDate
           PERFORM Write-Ledger-Row
           CALL 'OPENITEMI' USING LIDNum, LTransCode, LAmount,
               LInvoice
           GOBACK.

       Write-Ledger-Row.
           MOVE LIDNum TO LedgIDNum
           MOVE LTransCode TO LedgTransCode
           MOVE LAmount TO LedgAmount
           MOVE LedgPostDate TO WSPostDate
           PERFORM Stamp-Run-Identity
           OPEN EXTEND LedgerFile
           WRITE LedgerRecord
           CLOSE LedgerFile
           CALL 'LEDGSUM' USING LIDNum, LTransCode, LAmount,
               WSPostDate.

      *> No CurrentRun.dat (a caller that never logged a START)
      *> stamps an unattributed row rather than failing the post.
