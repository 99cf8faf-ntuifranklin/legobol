       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodscan.
      *> Segregation-of-duties scan for the supervisor - nightly,
      *> over the last SOD-WINDOW-DAYS (documented default 30) of
      *> CustAudit.dat and CustLedger.dat.  operactivity.cob counts
      *> what each operator did in a day; this looks across the
      *> window for one operator doing, on one account, steps that
      *> should take two people.  Each operator's rows are sorted
      *> into three duties:
      *>   SET UP  - added the account (ADD);
      *>   PAYEE   - changed where mail or money goes: a CHANGE row
      *>             carrying an address image, an alternate
      *>             address (ALTADR) or the autopay bank (BANKCH);
      *>   MONEY   - put money on it or let it out: an adjustment
      *>             or its approval (ADJUST, ADJAPP), a fee waiver
      *>             (FEEWAV), a payment transfer (PAYXFR) or a
      *>             held refund released (RFDREL).
      *> A refund paid in the window (an RF row on CustLedger.dat -
      *> the ledger carries the program, not the operator) counts
      *> as MONEY against every operator who worked the account,
      *> since the refund run pays whatever credit they left.  Two
      *> or more different duties by one operator on one account
      *> is an exception.  So is any row at all by an operator on
      *> their own account or one at its address (OWNACCT) - the
      *> maintenance programs refuse those, so one here got past
      *> them or predates the operator's Operators.dat link.
      *> Batch rows (operator BATCH) are not anyone's doing and are
      *> left out.  Last, any operator whose OpOwnIDNum link is not
      *> an employee-class (EM) account per CLASSGET is listed -
      *> a mis-keyed link protects nothing.
      *> Modification History:
      *>   Operators.dat lines now also carry the operator's home
      *>   branch (OpBranch, read by BRANCHCK); the record here
      *>   follows the longer line.
      *>   CustAudit.dat rows are read at their full width, the
      *>   170-byte row plus the chain link after it, so the
      *>   link no longer comes back as a row of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "CustAudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAuditStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 AuditRecord.
           02 AuditRow                PIC X(170).
           02 FILLER                   PIC X(46).

       FD LedgerFile.
           COPY CUSTLEDG.

      *> Same layout custmaint.cob reads.
       FD OperatorFile.
       01 OperatorRecord.
           02 OpID                    PIC X(08).
           02 OpName                   PIC X(20).
           02 OpRole                   PIC X(01).
           02 OpWaiveLimit             PIC 9(05)V99.
           02 OpOwnIDNum               PIC 9(05).
           02 OpBranch                 PIC X(03).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSAuditStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSOperatorStatus             PIC X(02).
       01 WSClass                      PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassLateFee               PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSProgramId                  PIC X(10) VALUE "SODSCAN".
       01 WSRowCount                   PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSWindowDays                 PIC 9(03) VALUE 30.
       01 WSCutoff                     PIC 9(08).
       01 WSRowDate                    PIC 9(08).
       01 WSRowOperator                PIC X(08).
       01 WSRowEvent                   PIC X(06).
       01 WSRowIDNum                   PIC 9(05).
       01 WSRowDuty                    PIC X(01).
       01 WSPairSub                    PIC 9(04).
       01 WSPairCount                  PIC 9(04) VALUE 0.
       01 WSPairOverflow               PIC 9(07) VALUE 0.
       01 WSDutyCount                  PIC 9(01).
       01 WSExceptionCount             PIC 9(05) VALUE 0.
       01 WSDutyText                   PIC X(22).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSOwnAccount             VALUE 'O'.
           88 WSSharedAddress          VALUE 'A'.
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       01 WSPairTable.
           02 WSPairEntry OCCURS 2000 TIMES.
               03 WSPrOperator         PIC X(08).
               03 WSPrIDNum            PIC 9(05).
               03 WSPrSetUp            PIC X(01).
               03 WSPrPayee            PIC X(01).
               03 WSPrMoney            PIC X(01).
               03 WSPrRefundPaid       PIC X(01).
               03 WSPrFirstDate        PIC 9(08).
               03 WSPrLastDate         PIC 9(08).
               03 WSPrRows             PIC 9(05).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSRowCount
           ACCEPT WSToday FROM DATE YYYYMMDD
      *> SOD-WINDOW-DAYS is 9(3) days; 30 is the documented
      *> default.
           MOVE "SOD-WINDOW-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSWindowDays
           END-IF
           COMPUTE WSCutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSToday) - WSWindowDays)
           DISPLAY "SEGREGATION-OF-DUTIES SCAN - ACTIVITY SINCE "
               WSCutoff
           DISPLAY "=============================================="
           OPEN INPUT AuditFile
           IF WSAuditStatus NOT = "00"
               DISPLAY "No audit trail on file."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSRowCount
               GOBACK
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF AuditRecord(1:8) IS NUMERIC
                               AND AuditRecord(49:5) IS NUMERIC
                               AND AuditRecord(159:8) NOT = SPACES
                               AND AuditRecord(159:8) NOT = "BATCH"
                           MOVE AuditRecord(1:8) TO WSRowDate
                           IF WSRowDate >= WSCutoff
                               PERFORM Take-One-Audit-Row
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile
           PERFORM Mark-Refunds-Paid
           PERFORM Print-Exceptions
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRowCount
           GOBACK.

      *> AUDITLOG writes fixed positions: date (1:8), program
      *> (28:10), event (39:6), ID= value (49:5), before image
      *> (63:40), after image (112:40), OPER= value (159:8).

       Take-One-Audit-Row.
           ADD 1 TO WSRowCount
           MOVE AuditRecord(39:6) TO WSRowEvent
           MOVE AuditRecord(49:5) TO WSRowIDNum
           MOVE AuditRecord(159:8) TO WSRowOperator
           MOVE SPACE TO WSRowDuty
           EVALUATE WSRowEvent
               WHEN "ADD   "
                   MOVE 'S' TO WSRowDuty
      *> Address images are street (25) + space + ZIP, so a ZIP in
      *> after-image positions 27-31 tells an address change from
      *> a name change.
               WHEN "CHANGE"
                   IF AuditRecord(138:5) IS NUMERIC
                       MOVE 'P' TO WSRowDuty
                   END-IF
               WHEN "ALTADR"
               WHEN "BANKCH"
                   MOVE 'P' TO WSRowDuty
               WHEN "ADJUST"
               WHEN "ADJAPP"
               WHEN "FEEWAV"
               WHEN "PAYXFR"
               WHEN "RFDREL"
                   MOVE 'M' TO WSRowDuty
           END-EVALUATE
           PERFORM Find-Pair-Entry
           IF WSPairSub <= WSPairCount
               ADD 1 TO WSPrRows(WSPairSub)
               MOVE WSRowDate TO WSPrLastDate(WSPairSub)
               EVALUATE WSRowDuty
                   WHEN 'S' MOVE 'Y' TO WSPrSetUp(WSPairSub)
                   WHEN 'P' MOVE 'Y' TO WSPrPayee(WSPairSub)
                   WHEN 'M' MOVE 'Y' TO WSPrMoney(WSPairSub)
               END-EVALUATE
           END-IF.

       Find-Pair-Entry.
           PERFORM VARYING WSPairSub FROM 1 BY 1
                   UNTIL WSPairSub > WSPairCount
                   OR (WSPrOperator(WSPairSub) = WSRowOperator
                       AND WSPrIDNum(WSPairSub) = WSRowIDNum)
               CONTINUE
           END-PERFORM
           IF WSPairSub > WSPairCount
               IF WSPairCount < 2000
                   ADD 1 TO WSPairCount
                   MOVE WSPairCount TO WSPairSub
                   MOVE WSRowOperator TO WSPrOperator(WSPairSub)
                   MOVE WSRowIDNum TO WSPrIDNum(WSPairSub)
                   MOVE 'N' TO WSPrSetUp(WSPairSub)
                   MOVE 'N' TO WSPrPayee(WSPairSub)
                   MOVE 'N' TO WSPrMoney(WSPairSub)
                   MOVE 'N' TO WSPrRefundPaid(WSPairSub)
                   MOVE WSRowDate TO WSPrFirstDate(WSPairSub)
                   MOVE 0 TO WSPrRows(WSPairSub)
               ELSE
                   ADD 1 TO WSPairOverflow
               END-IF
           END-IF.

      *> A refund is the debit RF row that takes a credit balance
      *> back to zero; checkvoid.cob's reinstating credit is not
      *> money going out.

       Mark-Refunds-Paid.
           MOVE 'N' TO WSEOF
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ LedgerFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LedgIsRefund AND LedgAmount > 0
                                   AND LedgPostDate >= WSCutoff
                               PERFORM Mark-One-Refund
                                   VARYING WSPairSub FROM 1 BY 1
                                   UNTIL WSPairSub > WSPairCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Mark-One-Refund.
           IF WSPrIDNum(WSPairSub) = LedgIDNum
               MOVE 'Y' TO WSPrRefundPaid(WSPairSub)
           END-IF.

       Print-Exceptions.
           DISPLAY "OPERATOR  ACCOUNT  FIRST     LAST      "
               "DUTIES / CONFLICT"
           PERFORM Check-One-Pair
               VARYING WSPairSub FROM 1 BY 1
               UNTIL WSPairSub > WSPairCount
           IF WSPairOverflow > 0
               DISPLAY "WARNING - " WSPairOverflow " audit row(s) "
                   "past the 2000 operator/account pairs this scan "
                   "holds were not checked."
           END-IF
           PERFORM Check-Operator-Links
           DISPLAY "----------------------------------------------"
           IF WSExceptionCount = 0
               DISPLAY "  (no exceptions)"
           ELSE
               DISPLAY "Exceptions flagged: " WSExceptionCount
                   " - for supervisor review"
           END-IF.

       Check-One-Pair.
           PERFORM Build-Duty-Text
           IF WSDutyCount >= 2
               ADD 1 TO WSExceptionCount
               DISPLAY WSPrOperator(WSPairSub) "  "
                   WSPrIDNum(WSPairSub) "    "
                   WSPrFirstDate(WSPairSub) "  "
                   WSPrLastDate(WSPairSub) "  " WSDutyText
           END-IF
           CALL 'OWNACCT' USING WSPrOperator(WSPairSub),
               WSPrIDNum(WSPairSub), WSOwnAccountFlag
           EVALUATE TRUE
               WHEN WSOwnAccount
                   ADD 1 TO WSExceptionCount
                   DISPLAY WSPrOperator(WSPairSub) "  "
                       WSPrIDNum(WSPairSub) "    "
                       WSPrFirstDate(WSPairSub) "  "
                       WSPrLastDate(WSPairSub) "  OWN ACCOUNT - "
                       WSPrRows(WSPairSub) " change(s)"
               WHEN WSSharedAddress
                   ADD 1 TO WSExceptionCount
                   DISPLAY WSPrOperator(WSPairSub) "  "
                       WSPrIDNum(WSPairSub) "    "
                       WSPrFirstDate(WSPairSub) "  "
                       WSPrLastDate(WSPairSub) "  SAME ADDRESS AS "
                       "OWN ACCOUNT - " WSPrRows(WSPairSub)
                       " change(s)"
           END-EVALUATE.

       Build-Duty-Text.
           MOVE 0 TO WSDutyCount
           MOVE SPACES TO WSDutyText
           IF WSPrSetUp(WSPairSub) = 'Y'
               ADD 1 TO WSDutyCount
               MOVE "SETUP" TO WSDutyText(1:6)
           END-IF
           IF WSPrPayee(WSPairSub) = 'Y'
               ADD 1 TO WSDutyCount
               MOVE "PAYEE" TO WSDutyText(7:6)
           END-IF
           IF WSPrMoney(WSPairSub) = 'Y'
                   OR WSPrRefundPaid(WSPairSub) = 'Y'
               ADD 1 TO WSDutyCount
               MOVE "MONEY" TO WSDutyText(13:6)
           END-IF
           IF WSPrRefundPaid(WSPairSub) = 'Y'
               MOVE "+RF" TO WSDutyText(18:3)
           END-IF.

       Check-Operator-Links.
           MOVE 'N' TO WSEOF
           OPEN INPUT OperatorFile
           IF WSOperatorStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ OperatorFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF OpOwnIDNum NUMERIC AND OpOwnIDNum > 0
                               PERFORM Check-One-Link
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       Check-One-Link.
           CALL 'CLASSGET' USING OpOwnIDNum, WSClass, WSClassRate,
               WSClassLateFee, WSClassFoundFlag
           IF WSClass NOT = "EM"
               ADD 1 TO WSExceptionCount
               DISPLAY "OPERATOR " OpID " OWN ACCOUNT " OpOwnIDNum
                   " IS CLASS " WSClass
                   ", NOT EMPLOYEE (EM) - check the link"
           END-IF.
