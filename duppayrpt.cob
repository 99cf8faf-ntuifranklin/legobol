       IDENTIFICATION DIVISION.
       PROGRAM-ID. duppayrpt.
      *> Probable duplicate-payment report - a customer who mails
      *> a check, pays again by phone and has autopay besides ends
      *> up with a credit nobody meant to give us.  Every night
      *> this run reads the payment postings on CustLedger.dat -
      *> "PY" (lockboxpost.cob, cashbatch.cob), "IV" (ivrimport.cob),
      *> "AP" (achdebit.cob) and "CD" (cardsettle.cob) - and flags
      *> any payment posted in the last DUP-DAYS days (run
      *> parameter, default 5) that lands within DUP-DAYS of an
      *> earlier payment by the same IDNum for the same amount, or
      *> within DUP-TOLERANCE of it (run parameter, 9(5)V99
      *> digits, default 1.00).  A payment already reversed (NSF,
      *> returned debit, chargeback - the same code posted back)
      *> is not a duplicate.  Each suspect is listed with the
      *> channel, run ID and date of both payments and kept on
      *> DupPay.dat, where dupconfirm.cob confirms or dismisses it;
      *> a confirmed duplicate is refunded by refundext.cob.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
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
           SELECT DupFile ASSIGN TO "DupPay.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DPKey
               FILE STATUS IS WSDupStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD LedgerFile.
           COPY CUSTLEDG.

      *> One row per suspect, keyed on the later (duplicate)
      *> payment; the sequence tells apart identical payments in
      *> the same run on the same day.
       FD DupFile.
       01 DupRecord.
           02 DPKey.
               03 DPIDNum             PIC 9(05).
               03 DPLaterDate          PIC 9(08).
               03 DPLaterRunId         PIC 9(06).
               03 DPLaterSeq           PIC 9(02).
           02 DPLaterCode              PIC X(02).
           02 DPLaterProgram           PIC X(10).
           02 DPLaterAmount            PIC 9(07)V99.
           02 DPFirstDate              PIC 9(08).
           02 DPFirstCode              PIC X(02).
           02 DPFirstProgram           PIC X(10).
           02 DPFirstRunId             PIC 9(06).
           02 DPFirstAmount            PIC 9(07)V99.
           02 DPStatus                 PIC X(01).
               88 DPSuspect            VALUE 'S'.
               88 DPConfirmed          VALUE 'C'.
               88 DPDismissed          VALUE 'X'.
               88 DPRefunded           VALUE 'R'.
           02 DPFoundDate              PIC 9(08).
           02 DPActionDate             PIC 9(08).
           02 DPRefundAmount           PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSDupStatus                  PIC X(02).
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSCustOpenFlag              PIC X(01) VALUE 'N'.
           88 WSCustOpen               VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "DUPPAYRPT".
       01 WSSuspectCount               PIC 9(07) VALUE 0.
       01 WSNewCount                   PIC 9(05) VALUE 0.
       01 WSSuspectTotal               PIC 9(09)V99 VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSLoadFromInt                PIC 9(07).
       01 WSLoadFromDate               PIC 9(08).
       01 WSRecentInt                  PIC 9(07).
       01 WSDupDays                    PIC 9(03) VALUE 5.
       01 WSTolerance                  PIC 9(05)V99 VALUE 1.00.
       01 WSToleranceDigits            PIC 9(07).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSOverflowFlag              PIC X(01) VALUE 'N'.
           88 WSTableOverflow          VALUE 'Y'.
       01 WSMatchFlag                 PIC X(01).
           88 WSMatchFound             VALUE 'Y'.
       01 WSSub                        PIC 9(04).
       01 WSEarlier                    PIC 9(04).
       01 WSMatchSub                   PIC 9(04).
       01 WSAmountDiff                 PIC S9(07)V99.
       01 WSDaysApart                  PIC S9(05).
       01 WSSeq                        PIC 9(02).
       01 WSFullName                   PIC X(31).
       01 WSChannel                    PIC X(10).

      *> The window's payments, in posting order.
       01 WSPayCount                   PIC 9(04) VALUE 0.
       01 WSPayTable.
           02 WSPayEntry OCCURS 2000 TIMES.
               03 WSTabIDNum          PIC 9(05).
               03 WSTabDate            PIC 9(08).
               03 WSTabDateInt         PIC 9(07).
               03 WSTabAmount          PIC 9(07)V99.
               03 WSTabCode            PIC X(02).
               03 WSTabProgram         PIC X(10).
               03 WSTabRunId           PIC 9(06).
               03 WSTabReversed        PIC X(01).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSSuspectCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM Get-Parameters
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           COMPUTE WSRecentInt = WSTodayInt - WSDupDays
           COMPUTE WSLoadFromInt = WSRecentInt - WSDupDays
           COMPUTE WSLoadFromDate =
               FUNCTION DATE-OF-INTEGER(WSLoadFromInt)
           PERFORM Load-Payments
           OPEN I-O DupFile
      *> First run ever - create the file, then reopen for keyed
      *> update.
           IF WSDupStatus = "35"
               OPEN OUTPUT DupFile
               CLOSE DupFile
               OPEN I-O DupFile
           END-IF
           IF WSDupStatus NOT = "00"
               DISPLAY "DupPay.dat I/O error - status " WSDupStatus
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSSuspectCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus = "00"
               SET WSCustOpen TO TRUE
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   CLOSE CustomerFile
                   CLOSE DupFile
                   CALL 'RUNLOG' USING WSProgramId, "ABEND",
                       WSSuspectCount
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           DISPLAY "PROBABLE DUPLICATE PAYMENTS FOR " WSToday
               " (within " WSDupDays " days)"
           DISPLAY "-------------------------------------------"
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSPayCount
               IF WSTabDateInt(WSSub) > WSRecentInt
                       AND WSTabReversed(WSSub) = 'N'
                   PERFORM Check-One-Payment
               END-IF
           END-PERFORM
           IF WSCustOpen
               CLOSE CustomerFile
           END-IF
           CLOSE DupFile
           DISPLAY "-------------------------------------------"
           MOVE WSSuspectTotal TO WSBalanceEdit
           DISPLAY "Probable duplicates: " WSSuspectCount
               "  " WSBalanceEdit
           DISPLAY "  new tonight:       " WSNewCount
           DISPLAY "Confirm or dismiss them through dupconfirm; "
               "confirmed ones are refunded by refundext."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSSuspectCount
           GOBACK.

       Get-Parameters.
           MOVE "DUP-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSDupDays
           END-IF
           MOVE "DUP-TOLERANCE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:7) NUMERIC
               MOVE WSParamValue(1:7) TO WSToleranceDigits
               COMPUTE WSTolerance = WSToleranceDigits / 100
           END-IF.

      *> Twice the window is loaded, so a payment at the start of
      *> the recent days still sees a full window behind it.

       Load-Payments.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM Load-One-Posting UNTIL WSLedgerEOF
               CLOSE LedgerFile
           END-IF
           IF WSTableOverflow
               DISPLAY "WARNING - more payments in the window than "
                   "the table holds; only the first 2000 were "
                   "checked."
           END-IF.

       Load-One-Posting.
           IF LedgPostDate >= WSLoadFromDate
                   AND (LedgIsPayment OR LedgIsAutopay
                       OR LedgIsIVRPayment OR LedgIsCardPayment)
               IF LedgAmount < 0
                   PERFORM Add-Table-Entry
               ELSE
                   PERFORM Mark-Reversed
               END-IF
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Add-Table-Entry.
           IF WSPayCount < 2000
               ADD 1 TO WSPayCount
               MOVE LedgIDNum TO WSTabIDNum(WSPayCount)
               MOVE LedgPostDate TO WSTabDate(WSPayCount)
               COMPUTE WSTabDateInt(WSPayCount) =
                   FUNCTION INTEGER-OF-DATE(LedgPostDate)
               COMPUTE WSTabAmount(WSPayCount) = LedgAmount * -1
               MOVE LedgTransCode TO WSTabCode(WSPayCount)
               MOVE LedgProgram TO WSTabProgram(WSPayCount)
               IF LedgRunId NUMERIC
                   MOVE LedgRunId TO WSTabRunId(WSPayCount)
               ELSE
                   MOVE 0 TO WSTabRunId(WSPayCount)
               END-IF
               MOVE 'N' TO WSTabReversed(WSPayCount)
           ELSE
               SET WSTableOverflow TO TRUE
           END-IF.

      *> A reversal is the same code posted back positive - it
      *> cancels the latest unreversed payment it matches.

       Mark-Reversed.
           MOVE 0 TO WSMatchSub
           PERFORM VARYING WSEarlier FROM 1 BY 1
                   UNTIL WSEarlier > WSPayCount
               IF WSTabIDNum(WSEarlier) = LedgIDNum
                       AND WSTabCode(WSEarlier) = LedgTransCode
                       AND WSTabAmount(WSEarlier) = LedgAmount
                       AND WSTabReversed(WSEarlier) = 'N'
                   MOVE WSEarlier TO WSMatchSub
               END-IF
           END-PERFORM
           IF WSMatchSub > 0
               MOVE 'Y' TO WSTabReversed(WSMatchSub)
           END-IF.

      *> The first earlier payment that matches is the original;
      *> a third payment matches the same original and is its
      *> own suspect.

       Check-One-Payment.
           MOVE 'N' TO WSMatchFlag
           MOVE 0 TO WSMatchSub
           PERFORM VARYING WSEarlier FROM 1 BY 1
                   UNTIL WSEarlier >= WSSub OR WSMatchFound
               IF WSTabIDNum(WSEarlier) = WSTabIDNum(WSSub)
                       AND WSTabReversed(WSEarlier) = 'N'
                   COMPUTE WSDaysApart = WSTabDateInt(WSSub)
                       - WSTabDateInt(WSEarlier)
                   COMPUTE WSAmountDiff = WSTabAmount(WSSub)
                       - WSTabAmount(WSEarlier)
                   IF WSAmountDiff < 0
                       COMPUTE WSAmountDiff = WSAmountDiff * -1
                   END-IF
                   IF WSDaysApart <= WSDupDays
                           AND WSAmountDiff <= WSTolerance
                       SET WSMatchFound TO TRUE
                       MOVE WSEarlier TO WSMatchSub
                   END-IF
               END-IF
           END-PERFORM
           IF WSMatchFound
               PERFORM Record-Suspect
           END-IF.

      *> Identical payments in one run on one day are told apart
      *> by their order on the ledger.

       Record-Suspect.
           MOVE 0 TO WSSeq
           PERFORM VARYING WSEarlier FROM 1 BY 1
                   UNTIL WSEarlier > WSSub
               IF WSTabIDNum(WSEarlier) = WSTabIDNum(WSSub)
                       AND WSTabDate(WSEarlier) = WSTabDate(WSSub)
                       AND WSTabRunId(WSEarlier) = WSTabRunId(WSSub)
                   ADD 1 TO WSSeq
               END-IF
           END-PERFORM
           MOVE WSTabIDNum(WSSub) TO DPIDNum
           MOVE WSTabDate(WSSub) TO DPLaterDate
           MOVE WSTabRunId(WSSub) TO DPLaterRunId
           MOVE WSSeq TO DPLaterSeq
           READ DupFile
               INVALID KEY PERFORM Write-New-Suspect
           END-READ
      *> Once dismissed or refunded a suspect is settled - it stays
      *> off the nightly list.
           IF NOT DPDismissed AND NOT DPRefunded
               ADD 1 TO WSSuspectCount
               ADD WSTabAmount(WSSub) TO WSSuspectTotal
               PERFORM Print-Suspect
           END-IF.

       Write-New-Suspect.
           MOVE WSTabCode(WSSub) TO DPLaterCode
           MOVE WSTabProgram(WSSub) TO DPLaterProgram
           MOVE WSTabAmount(WSSub) TO DPLaterAmount
           MOVE WSTabDate(WSMatchSub) TO DPFirstDate
           MOVE WSTabCode(WSMatchSub) TO DPFirstCode
           MOVE WSTabProgram(WSMatchSub) TO DPFirstProgram
           MOVE WSTabRunId(WSMatchSub) TO DPFirstRunId
           MOVE WSTabAmount(WSMatchSub) TO DPFirstAmount
           SET DPSuspect TO TRUE
           MOVE WSToday TO DPFoundDate
           MOVE 0 TO DPActionDate
           MOVE 0 TO DPRefundAmount
           WRITE DupRecord
           ADD 1 TO WSNewCount.

       Print-Suspect.
           MOVE SPACES TO WSFullName
           IF WSCustOpen
               MOVE WSTabIDNum(WSSub) TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL 'NAMEFMT' USING FirstName, LastName,
                           WSFullName
               END-READ
           END-IF
           DISPLAY "SUSPECT " WSTabIDNum(WSSub) " " WSFullName
               " status " DPStatus
           MOVE WSMatchSub TO WSEarlier
           PERFORM Print-Payment-Line
           MOVE WSSub TO WSEarlier
           PERFORM Print-Payment-Line.

       Print-Payment-Line.
           EVALUATE WSTabProgram(WSEarlier)
               WHEN "LOCKBOXPST" MOVE "LOCKBOX   " TO WSChannel
               WHEN "CASHBATCH"  MOVE "CASHBATCH " TO WSChannel
               WHEN "ACHDEBIT"   MOVE "AUTOPAY   " TO WSChannel
               WHEN "IVRIMPORT"  MOVE "PHONE     " TO WSChannel
               WHEN "CARDSETTLE" MOVE "CARD      " TO WSChannel
               WHEN SPACES       MOVE "UNSTAMPED " TO WSChannel
               WHEN OTHER MOVE WSTabProgram(WSEarlier) TO WSChannel
           END-EVALUATE
           MOVE WSTabAmount(WSEarlier) TO WSBalanceEdit
           DISPLAY "    " WSChannel " " WSTabCode(WSEarlier)
               "  run " WSTabRunId(WSEarlier)
               "  " WSTabDate(WSEarlier) "  " WSBalanceEdit.
