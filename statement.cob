      *>   byte for byte as issued - Statements.prt alone is
      *>   overwritten run by run.  A rerun's pages simply follow
      *>   the old ones; the reprint takes the latest set.
      *>   Customers on budget billing (BUDGSTAT) get their budget
      *>   amount due and monthly installment under the ending
      *>   balance, and the remittance stub asks for the budget
      *>   amount rather than the actual balance.
      *>   Each statement now carries a payment due date (the
      *>   customer's next cycle day plus the GRACE-DAYS run
      *>   parameter, default 25) and a minimum payment due worked
      *>   out by rate class through MINDUE (the budget amount for
      *>   a budget customer), on the balance section and the
      *>   stub.  Both are kept on StmtDue.dat, one row per
      *>   customer, so custinterest.cob can hold the late fee
      *>   until the minimum is missed and custfininq.cob and the
      *>   IVR extract can quote them.
      *>   Each interest line is followed by its basis from
      *>   InterestDetail.dat - the average daily balance it was
      *>   charged on and the days in the cycle.
      *>   The stub now ends with the fixed-format scan line
      *>   (SCANLINE - IDNum, period, amount due, minimum due and a
      *>   check digit over the lot) for the bank's lockbox
      *>   equipment to read instead of keying the account.
      *>   Customers who elected paperless statements (EMAILGET,
      *>   CustEmail.dat - emailmaint.cob) get their page on
      *>   EStatements.dat for the e-mail delivery vendor instead
      *>   of Statements.prt: IDNum, address and period on every
      *>   line, with the same lines StmtArchive.dat keeps.  Such a
      *>   statement goes out even when the postal address is
      *>   flagged bad - it does not depend on it.
      *>   Messages on StmtMessage.dat (stmtmsgmaint.cob) whose
      *>   periods cover the statement period are printed in a
      *>   message box above the stub for every customer matching
      *>   their criteria - rate class (CLASSGET), master State,
      *>   billing cycle, DunningLevel.dat level and a balance
      *>   range - and each message a customer gets is recorded on
      *>   StmtMsgArchive.dat beside the page archive.
      *>   The ledger summary (LEDGPER against LedgSummary.dat) is
      *>   asked first whether the customer had any activity in
      *>   the open period; the ledger is only read for the
      *>   customers who did, instead of once for every statement.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchiveFile ASSIGN TO "StmtArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSArchiveStatus.
           SELECT DueFile ASSIGN TO "StmtDue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDIDNum
               FILE STATUS IS WSDueStatus.
           SELECT InterestFile ASSIGN TO "InterestDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSInterestStatus.
           SELECT MessageFile ASSIGN TO "StmtMessage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMessageStatus.
           SELECT MsgArchiveFile ASSIGN TO "StmtMsgArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMsgArchiveStatus.
           SELECT DunningFile ASSIGN TO "DunningLevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSDunStatus.
           SELECT EDeliveryFile ASSIGN TO "EStatements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEDeliveryStatus.

       DATA DIVISION.
       FILE SECTION.
           02 SASeq                    PIC 9(04).
           02 SALine                   PIC X(80).

      *> Same layout stmtmsgmaint.cob writes.
       FD MessageFile.
       01 MessageRecord.
           02 SMNumber                PIC 9(03).
           02 SMFromPeriod             PIC 9(06).
           02 SMToPeriod               PIC 9(06).
           02 SMClass                  PIC X(02).
           02 SMState                  PIC X(02).
           02 SMCycle                  PIC 9(02).
           02 SMDunLevel               PIC X(01).
           02 SMMinBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SMMaxBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SMText1                  PIC X(60).
           02 SMText2                  PIC X(60).

      *> Which messages each customer's statement carried.
       FD MsgArchiveFile.
       01 MsgArchiveRecord.
           02 MAIDNum                 PIC 9(05).
           02 MAPeriod                 PIC 9(06).
           02 MANumber                 PIC 9(03).
           02 MARunDate                PIC 9(08).

      *> Same layout dunning.cob keeps.
       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 DunLevel                 PIC 9(01).
           02 DunLastNoticeDate        PIC 9(08).

      *> One row per statement line for a paperless customer - the
      *> archive layout with the e-mail address the vendor sends to.
       FD EDeliveryFile.
       01 EDeliveryRecord.
           02 EDIDNum                 PIC 9(05).
           02 EDAddress                PIC X(50).
           02 EDPeriod                 PIC 9(06).
           02 EDSeq                    PIC 9(04).
           02 EDLine                   PIC X(80).

      *> Latest statement's due date and minimum, one row per
      *> customer; SDLateFeeDate is custinterest.cob's mark that
      *> the late fee for this statement has been charged.
       FD DueFile.
       01 DueRecord.
           02 SDIDNum                 PIC 9(05).
           02 SDPeriod                 PIC 9(06).
           02 SDStmtDate               PIC 9(08).
           02 SDDueDate                PIC 9(08).
           02 SDStmtBalance            PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SDMinimum                PIC 9(07)V99.
           02 SDLateFeeDate            PIC 9(08).

      *> Same layout custinterest.cob writes.
       FD InterestFile.
       01 InterestRecord.
           02 INIDNum                 PIC 9(05).
           02 INDate                   PIC 9(08).
           02 INCycleStart             PIC 9(08).
           02 INDays                   PIC 9(03).
           02 INAvgBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 INRate                   PIC 9V999.
           02 INInterest               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 INLateFee                PIC 9(03)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSActivityCount              PIC 9(05) VALUE 0.
       01 WSPeriodActivity             PIC S9(07)V99.
       01 WSSummaryResult             PIC X(01).
           88 WSNoPeriodActivity       VALUE 'N'.
           COPY LEDGSUM.
       01 WSPriorBalance               PIC S9(07)V99.
       01 WSFullName                   PIC X(31).
       01 WSTransDesc                  PIC X(10).
           88 WSParamFound             VALUE 'Y'.
       01 WSArchiveStatus              PIC X(02).
       01 WSArchSeq                    PIC 9(04).
       01 WSBudgetFlag                PIC X(01).
           88 WSOnBudget               VALUE 'Y'.
       01 WSBudgetDue                  PIC 9(07)V99.
       01 WSBudgetInstallment          PIC 9(05)V99.
       01 WSDueStatus                  PIC X(02).
       01 WSGraceDays                  PIC 9(02) VALUE 25.
       01 WSCycleDay                   PIC 9(02).
       01 WSTodayDay                   PIC 9(02).
       01 WSDueBase                    PIC 9(08).
       01 WSDueMonths                  PIC 9(03).
       01 WSDueInt                     PIC 9(07).
       01 WSDueDate                    PIC 9(08).
       01 WSMinimumDue                 PIC 9(07)V99.
       01 WSInterestStatus             PIC X(02).
       01 WSScanAmountDue              PIC 9(07)V99.
       01 WSScanLine                   PIC X(30).
       01 WSEDeliveryStatus            PIC X(02).
       01 WSEmailAddress               PIC X(50).
       01 WSPaperlessFlag             PIC X(01).
           88 WSPaperless              VALUE 'Y'.
       01 WSEDeliveredCount            PIC 9(05) VALUE 0.
       01 WSMessageStatus              PIC X(02).
       01 WSMsgArchiveStatus           PIC X(02).
       01 WSDunStatus                  PIC X(02).
       01 WSMsgEOF                     PIC X(01).
       01 WSMsgCount                   PIC 9(02) VALUE 0.
       01 WSMsgSub                     PIC 9(02).
       01 WSMsgMatchFlag              PIC X(01).
           88 WSMsgMatches             VALUE 'Y'.
       01 WSMsgBoxFlag                PIC X(01).
           88 WSMsgBoxOpen             VALUE 'Y'.
       01 WSMsgIssuedCount             PIC 9(07) VALUE 0.
       01 WSMasterState                PIC X(02).
       01 WSRateClass                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassLateFee               PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSDunLevelText               PIC X(01).
       01 WSBoxRule                    PIC X(64).

      *> This period's statement messages, loaded once per run.
       01 WSMessageTable.
           02 WSMsgEntry OCCURS 50 TIMES.
               03 WSMsgNumber          PIC 9(03).
               03 WSMsgClass           PIC X(02).
               03 WSMsgState           PIC X(02).
               03 WSMsgCycle           PIC 9(02).
               03 WSMsgDunLevel        PIC X(01).
               03 WSMsgMinBalance      PIC S9(07)V99.
               03 WSMsgMaxBalance      PIC S9(07)V99.
               03 WSMsgText1           PIC X(60).
               03 WSMsgText2           PIC X(60).
       01 WSInterestEOFFlag           PIC X(01).
           88 WSInterestEOF            VALUE 'Y'.

       *> Dollar-sign/comma edit pictures, same as billstmt.cob; the
       *> signed form is for activity lines that can run either way.
           IF WSParamFound AND WSParamValue(1:1) = 'Y'
               SET WSGroupMode TO TRUE
           END-IF
      *> Days from the cycle day to the due date come from the
      *> GRACE-DAYS run parameter; 25 is the documented default.
           MOVE "GRACE-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:2) NUMERIC
               MOVE WSParamValue(1:2) TO WSGraceDays
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           PERFORM Load-Message-Table
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT StatementFile
           OPEN EXTEND ArchiveFile
           IF WSArchiveStatus = "35"
               OPEN OUTPUT ArchiveFile
           END-IF
           OPEN OUTPUT EDeliveryFile
           OPEN EXTEND MsgArchiveFile
           IF WSMsgArchiveStatus = "35"
               OPEN OUTPUT MsgArchiveFile
           END-IF
           OPEN INPUT DunningFile
           OPEN I-O DueFile
           IF WSDueStatus = "35"
               OPEN OUTPUT DueFile
               CLOSE DueFile
               OPEN I-O DueFile
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
                   AT END MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DueFile
           CLOSE EDeliveryFile
           CLOSE MsgArchiveFile
           IF WSDunStatus = "00"
               CLOSE DunningFile
           END-IF
           CLOSE ArchiveFile
           CLOSE StatementFile
           CLOSE CustomerFile
           DISPLAY "Statements produced: " WSStatementCount
           DISPLAY "Suppressed (bad address, needs research): "
               WSSuppressedCount
           DISPLAY "Delivered electronically (paperless): "
               WSEDeliveredCount
           DISPLAY "Statement messages printed: " WSMsgIssuedCount
           IF WSGroupMode
               DISPLAY "Members folded into group statements: "
                   WSGroupSkipCount
           END-IF.

       Suppress-Or-Print.
           CALL 'EMAILGET' USING WSIDNum, WSEmailAddress,
               WSPaperlessFlag
           CALL 'BADADDR' USING WSIDNum, WSBadAddressFlag
           IF WSPaperless
               ADD 1 TO WSEDeliveredCount
               PERFORM Print-One-Statement
           ELSE
               IF WSAddressBad
                   ADD 1 TO WSSuppressedCount
                   DISPLAY "NEEDS RESEARCH " WSIDNum " "
                       WSFirstName " " WSLastName
                       " - statement held, address undeliverable"
               ELSE
                   PERFORM Print-One-Statement
               END-IF
           END-IF.

       Print-One-Statement.
           MOVE 0 TO WSArchSeq
           CALL 'NAMEFMT' USING WSFirstName, WSLastName, WSFullName
           MOVE WSState TO WSMasterState
      *> The mailing address may be overridden (seasonal or
      *> mailing row on CustAltAddr.dat) - ADDRGET leaves the
      *> master address alone when there is none.
                   AND WSGroupLead = WSIDNum
               PERFORM Print-Group-Section
           END-IF
           PERFORM Print-Message-Box
           PERFORM Print-Remittance-Stub
           ADD 1 TO WSStatementCount.

      *> Only messages running in the statement period are kept;
      *> past 50 the rest are reported and left off.

       Load-Message-Table.
           MOVE 0 TO WSMsgCount
           MOVE 'N' TO WSMsgEOF
           OPEN INPUT MessageFile
           IF WSMessageStatus = "00"
               PERFORM UNTIL WSMsgEOF = 'Y'
                   READ MessageFile
                       AT END MOVE 'Y' TO WSMsgEOF
                       NOT AT END
                           IF SMFromPeriod <= WSOpenPeriod
                                   AND SMToPeriod >= WSOpenPeriod
                               PERFORM Load-One-Message
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MessageFile
           END-IF.

       Load-One-Message.
           IF WSMsgCount < 50
               ADD 1 TO WSMsgCount
               MOVE SMNumber TO WSMsgNumber(WSMsgCount)
               MOVE SMClass TO WSMsgClass(WSMsgCount)
               MOVE SMState TO WSMsgState(WSMsgCount)
               MOVE SMCycle TO WSMsgCycle(WSMsgCount)
               MOVE SMDunLevel TO WSMsgDunLevel(WSMsgCount)
               MOVE SMMinBalance TO WSMsgMinBalance(WSMsgCount)
               MOVE SMMaxBalance TO WSMsgMaxBalance(WSMsgCount)
               MOVE SMText1 TO WSMsgText1(WSMsgCount)
               MOVE SMText2 TO WSMsgText2(WSMsgCount)
           ELSE
               DISPLAY "Statement message " SMNumber
                   " not loaded - more than 50 this period."
           END-IF.

      *> Every message the customer matches goes in one box; a
      *> customer matching none gets no box at all.

       Print-Message-Box.
           IF WSMsgCount > 0
               MOVE 'N' TO WSMsgBoxFlag
               CALL 'CLASSGET' USING WSIDNum, WSRateClass,
                   WSClassRate, WSClassLateFee, WSClassFoundFlag
               MOVE SPACE TO WSDunLevelText
               IF WSDunStatus = "00"
                   MOVE WSIDNum TO DunIDNum
                   READ DunningFile
                       INVALID KEY MOVE "0" TO WSDunLevelText
                       NOT INVALID KEY MOVE DunLevel TO WSDunLevelText
                   END-READ
               ELSE
                   MOVE "0" TO WSDunLevelText
               END-IF
               PERFORM VARYING WSMsgSub FROM 1 BY 1
                       UNTIL WSMsgSub > WSMsgCount
                   PERFORM Match-One-Message
                   IF WSMsgMatches
                       PERFORM Print-One-Message
                   END-IF
               END-PERFORM
               IF WSMsgBoxOpen
                   PERFORM Write-Box-Rule
               END-IF
           END-IF.

       Match-One-Message.
           SET WSMsgMatches TO TRUE
           IF WSMsgClass(WSMsgSub) NOT = SPACES
                   AND WSMsgClass(WSMsgSub) NOT = WSRateClass
               MOVE 'N' TO WSMsgMatchFlag
           END-IF
           IF WSMsgState(WSMsgSub) NOT = SPACES
                   AND WSMsgState(WSMsgSub) NOT = WSMasterState
               MOVE 'N' TO WSMsgMatchFlag
           END-IF
           IF WSMsgCycle(WSMsgSub) NOT = 0
                   AND WSMsgCycle(WSMsgSub) NOT = WSCustCycle
               MOVE 'N' TO WSMsgMatchFlag
           END-IF
           IF WSMsgDunLevel(WSMsgSub) NOT = SPACE
                   AND WSMsgDunLevel(WSMsgSub) NOT = WSDunLevelText
               MOVE 'N' TO WSMsgMatchFlag
           END-IF
           IF WSMsgMinBalance(WSMsgSub) NOT = 0
                   AND WSBalance < WSMsgMinBalance(WSMsgSub)
               MOVE 'N' TO WSMsgMatchFlag
           END-IF
           IF WSMsgMaxBalance(WSMsgSub) NOT = 0
                   AND WSBalance > WSMsgMaxBalance(WSMsgSub)
               MOVE 'N' TO WSMsgMatchFlag
           END-IF.

       Print-One-Message.
           IF NOT WSMsgBoxOpen
               MOVE SPACES TO StatementLine
               PERFORM Write-Statement-Line
               PERFORM Write-Box-Rule
               SET WSMsgBoxOpen TO TRUE
           END-IF
           MOVE SPACES TO StatementLine
           STRING "  * " DELIMITED BY SIZE
               WSMsgText1(WSMsgSub) DELIMITED BY SIZE
               " *" DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           IF WSMsgText2(WSMsgSub) NOT = SPACES
               MOVE SPACES TO StatementLine
               STRING "  * " DELIMITED BY SIZE
                   WSMsgText2(WSMsgSub) DELIMITED BY SIZE
                   " *" DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
               PERFORM Write-Statement-Line
           END-IF
           MOVE WSIDNum TO MAIDNum
           MOVE WSOpenPeriod TO MAPeriod
           MOVE WSMsgNumber(WSMsgSub) TO MANumber
           MOVE WSToday TO MARunDate
           WRITE MsgArchiveRecord
           ADD 1 TO WSMsgIssuedCount.

       Write-Box-Rule.
           MOVE ALL "*" TO WSBoxRule
           MOVE SPACES TO StatementLine
           STRING "  " DELIMITED BY SIZE
               WSBoxRule DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line.

      *> The lead's consolidated section - one line per member
      *> account with the group's combined balance at the end.

               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           CALL 'LEDGPER' USING WSIDNum, WSOpenPeriod,
               LedgSummaryRecord, WSSummaryResult
           IF NOT WSNoPeriodActivity
               MOVE 'N' TO WSLedgerEOFFlag
               OPEN INPUT LedgerFile
               IF WSLedgerStatus = "00"
                   PERFORM Read-Ledger
                   PERFORM List-One-Posting UNTIL WSLedgerEOF
                   CLOSE LedgerFile
               END-IF
           END-IF
           IF WSActivityCount = 0
               MOVE "  (no activity this period)" TO StatementLine
                   INTO StatementLine
               END-STRING
               PERFORM Write-Statement-Line
               IF LedgIsInterest
                   PERFORM Print-Interest-Basis
               END-IF
           END-IF
           PERFORM Read-Ledger.

      *> The interest run logs one basis row per charge, dated the
      *> same as the IN posting.

       Print-Interest-Basis.
           MOVE 'N' TO WSInterestEOFFlag
           OPEN INPUT InterestFile
           IF WSInterestStatus = "00"
               PERFORM UNTIL WSInterestEOF
                   READ InterestFile
                       AT END SET WSInterestEOF TO TRUE
                       NOT AT END
                           IF INIDNum = WSIDNum
                                   AND INDate = LedgPostDate
                               PERFORM Print-One-Basis
                               SET WSInterestEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InterestFile
           END-IF.

       Print-One-Basis.
           MOVE INAvgBalance TO WSAmountEdit
           MOVE SPACES TO StatementLine
           STRING "            AVG DAILY BALANCE " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               INDays DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line.

      *> The TransCodes.dat table wording wins when the code is
      *> on file; the built-in EVALUATE remains the fallback.

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

               WSBalanceEdit DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           CALL 'BUDGSTAT' USING WSIDNum, WSBudgetFlag,
               WSBudgetDue, WSBudgetInstallment
           IF WSOnBudget
               MOVE SPACES TO StatementLine
               MOVE WSBudgetDue TO WSBalanceEdit
               STRING "BUDGET AMOUNT DUE: " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
               PERFORM Write-Statement-Line
               MOVE SPACES TO StatementLine
               MOVE WSBudgetInstallment TO WSBalanceEdit
               STRING "  (BUDGET BILLING - MONTHLY INSTALLMENT "
                   DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
               PERFORM Write-Statement-Line
           END-IF
           PERFORM Work-Out-Due
           MOVE SPACES TO StatementLine
           STRING "PAYMENT DUE DATE: " DELIMITED BY SIZE
               WSDueDate DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           MOVE WSMinimumDue TO WSBalanceEdit
           STRING "MINIMUM PAYMENT DUE: " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line.

      *> Due on the customer's next cycle day (today's, if the
      *> cycle day is today or still to come this month; a day the
      *> month lacks becomes its last day) plus the grace days.  A
      *> customer with no cycle counts as cycle day 1.  The minimum
      *> is the rate class's (MINDUE), or the budget amount due for
      *> a budget customer.

       Work-Out-Due.
           CALL 'CYCLEGET' USING WSIDNum, WSCustCycle
           MOVE WSCustCycle TO WSCycleDay
           IF WSCycleDay = 0
               MOVE 1 TO WSCycleDay
           END-IF
           MOVE WSToday TO WSDueBase
           MOVE WSCycleDay TO WSDueBase(7:2)
           MOVE WSToday(7:2) TO WSTodayDay
           IF WSCycleDay < WSTodayDay
               MOVE 1 TO WSDueMonths
           ELSE
               MOVE 0 TO WSDueMonths
           END-IF
           CALL 'MONTHADD' USING WSDueBase, WSDueMonths, WSDueDate
           COMPUTE WSDueInt = FUNCTION INTEGER-OF-DATE(WSDueDate)
               + WSGraceDays
           COMPUTE WSDueDate = FUNCTION DATE-OF-INTEGER(WSDueInt)
           IF WSOnBudget
               MOVE WSBudgetDue TO WSMinimumDue
           ELSE
               CALL 'MINDUE' USING WSIDNum, WSBalance, WSMinimumDue
           END-IF
           PERFORM Save-Due-Record.

      *> A rerun of the same statement keeps any late-fee mark;
      *> a new statement starts clean.

       Save-Due-Record.
           MOVE WSIDNum TO SDIDNum
           READ DueFile
               INVALID KEY
                   MOVE 0 TO SDLateFeeDate
                   PERFORM Fill-Due-Record
                   WRITE DueRecord
               NOT INVALID KEY
                   IF SDPeriod NOT = WSOpenPeriod
                       MOVE 0 TO SDLateFeeDate
                   END-IF
                   PERFORM Fill-Due-Record
                   REWRITE DueRecord
           END-READ.

       Fill-Due-Record.
           MOVE WSIDNum TO SDIDNum
           MOVE WSOpenPeriod TO SDPeriod
           MOVE WSToday TO SDStmtDate
           MOVE WSDueDate TO SDDueDate
           MOVE WSBalance TO SDStmtBalance
           MOVE WSMinimumDue TO SDMinimum.

       Print-Remittance-Stub.
           MOVE SPACES TO StatementLine
           PERFORM Write-Statement-Line
           MOVE ALL "-" TO StatementLine
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           IF WSOnBudget
               MOVE WSBudgetDue TO WSBalanceEdit
           ELSE
               MOVE WSBalance TO WSBalanceEdit
           END-IF
           STRING "DETACH AND RETURN - ACCOUNT " DELIMITED BY SIZE
               WSIDNum DELIMITED BY SIZE
               "  AMOUNT DUE " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           MOVE WSMinimumDue TO WSBalanceEdit
           STRING "  DUE DATE " DELIMITED BY SIZE
               WSDueDate DELIMITED BY SIZE
               "  MINIMUM DUE " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line
           PERFORM Print-Scan-Line.

      *> The scan line sits alone on the stub's last line, in the
      *> band the lockbox reader looks at.  A credit balance asks
      *> for nothing.

       Print-Scan-Line.
           EVALUATE TRUE
               WHEN WSOnBudget
                   MOVE WSBudgetDue TO WSScanAmountDue
               WHEN WSBalance > 0
                   MOVE WSBalance TO WSScanAmountDue
               WHEN OTHER
                   MOVE 0 TO WSScanAmountDue
           END-EVALUATE
           CALL 'SCANLINE' USING WSIDNum, WSOpenPeriod,
               WSScanAmountDue, WSMinimumDue, WSScanLine
           MOVE SPACES TO StatementLine
           PERFORM Write-Statement-Line
           MOVE SPACES TO StatementLine
           STRING "          " DELIMITED BY SIZE
               WSScanLine DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           PERFORM Write-Statement-Line.

      *> Every printed line also lands on the archive under the
      *> customer and period, numbered from 1 per page, so the
      *> reprint can rebuild the page byte for byte.  A paperless
      *> customer's lines go to the e-delivery file, not the print.

       Write-Statement-Line.
           ADD 1 TO WSArchSeq
           MOVE WSArchSeq TO SASeq
           MOVE StatementLine TO SALine
           WRITE ArchiveRecord
           IF WSPaperless
               MOVE WSIDNum TO EDIDNum
               MOVE WSEmailAddress TO EDAddress
               MOVE WSOpenPeriod TO EDPeriod
               MOVE WSArchSeq TO EDSeq
               MOVE StatementLine TO EDLine
               WRITE EDeliveryRecord
           ELSE
               WRITE StatementLine
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
