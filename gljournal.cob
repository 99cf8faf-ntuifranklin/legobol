      *>   it, with the built-in account table as the fallback -
      *>   one authoritative code list for the statement and the
      *>   GL alike.
      *>   Sales tax (TX, posted by recurgen.cob through TAXCALC)
      *>   books to the tax-payable liability account rather than
      *>   revenue, and the code table's length is now held in one
      *>   place (WSCodeCount) for the loops that walk it.
      *>   Customer security deposits are booked to their own
      *>   liability account: receipts and yearly interest are read
      *>   from DepositTrans.dat (DEPPOST) as balanced cash/interest-
      *>   expense against deposit-liability lines, and a deposit
      *>   released onto the account (DA) debits the liability.
      *>   Metered usage charges (UC, rated by usagerate.cob) book
      *>   to their own usage-revenue account.
      *>   Early-termination fees (ET, finalbill.cob) book to their
      *>   own fee-revenue account.
      *>   Promotional discounts (PD, recurgen.cob) book to a
      *>   contra-revenue account, so revenue shows gross and the
      *>   giveaway shows beside it.
      *>   Card payments (CD, cardsettle.cob) book to cash like
      *>   every other payment; chargeback fees (CB, cardchgbk.cob)
      *>   book to their own fee-revenue account.
      *>   Agency collections (AC, agencyremit.cob) book to cash at
      *>   the gross collected; the agency's commission, kept out
      *>   of its remittance and logged on AgencyComm.dat, is booked
      *>   as collection expense against cash, so cash shows only
      *>   the net the agency actually sent.
      *>   Settlement write-offs (SW, settlechk.cob) book to their
      *>   own expense account, 610100, apart from bad debt.
      *>   Courtesy fee waivers (FW, feewaive.cob) book to their own
      *>   fee-waiver account, 406900, so waived fees show apart
      *>   from the fee income they reverse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JournalMTDFile ASSIGN TO "GLJournalMTD.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DepTransFile ASSIGN TO "DepositTrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDepTransStatus.
           SELECT CommissionFile ASSIGN TO "AgencyComm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCommissionStatus.

       DATA DIVISION.
       FILE SECTION.
       FD JournalMTDFile.
       01 JournalMTDRecord            PIC X(40).

       FD DepTransFile.
       01 DepTransRecord.
           02 DTIDNum                 PIC 9(05).
           02 DTDate                   PIC 9(08).
           02 DTType                   PIC X(02).
           02 DTAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 DTProgram                PIC X(10).

      *> Same layout agencyremit.cob writes - one row per
      *> collection posted.
       FD CommissionFile.
       01 CommissionRecord.
           02 ACDate                  PIC 9(08).
           02 ACAgency                 PIC X(04).
           02 ACIDNum                  PIC 9(05).
           02 ACGross                  PIC 9(07)V99.
           02 ACCommission             PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSLedgerStatus               PIC X(02).
       01 WSDepTransEOFFlag           PIC X(01) VALUE 'N'.
           88 WSDepTransEOF            VALUE 'Y'.
       01 WSDepTransStatus             PIC X(02).
       01 WSCommissionEOFFlag         PIC X(01) VALUE 'N'.
           88 WSCommissionEOF          VALUE 'Y'.
       01 WSCommissionStatus           PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "GLJOURNAL".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "IV".
               03 FILLER              PIC X(06) VALUE "100100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "TX".
               03 FILLER              PIC X(06) VALUE "220100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "DA".
               03 FILLER              PIC X(06) VALUE "230100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "UC".
               03 FILLER              PIC X(06) VALUE "400200".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "ET".
               03 FILLER              PIC X(06) VALUE "406100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "PD".
               03 FILLER              PIC X(06) VALUE "400900".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "CD".
               03 FILLER              PIC X(06) VALUE "100100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "CB".
               03 FILLER              PIC X(06) VALUE "406200".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "AC".
               03 FILLER              PIC X(06) VALUE "100100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "SW".
               03 FILLER              PIC X(06) VALUE "610100".
           02 FILLER.
               03 FILLER              PIC X(02) VALUE "FW".
               03 FILLER              PIC X(06) VALUE "406900".
       01 WSCodeEntries REDEFINES WSCodeTable.
           02 WSCodeEntry OCCURS 21 TIMES.
               03 WSCodeValue         PIC X(02).
               03 WSCodeAccount       PIC X(06).
       01 WSCodeNets.
           02 WSCodeNet                PIC S9(09)V99
               OCCURS 21 TIMES.
       01 WSCodeCount                  PIC 9(02) VALUE 21.
       01 WSOtherNet                   PIC S9(09)V99.
       01 WSDifference                 PIC S9(09)V99.
       01 WSARAccount                  PIC X(06) VALUE "110100".
      *> Deposit receipts debit cash and yearly deposit interest
      *> debits interest expense, both against the customer-deposit
      *> liability - neither touches receivables.
       01 WSDepositAccount             PIC X(06) VALUE "230100".
       01 WSCashAccount                PIC X(06) VALUE "100100".
       01 WSDepIntAccount              PIC X(06) VALUE "615000".
       01 WSDepReceiptNet              PIC S9(09)V99.
       01 WSDepInterestNet             PIC S9(09)V99.
      *> Agency commission is collection expense paid out of cash.
       01 WSCollExpAccount             PIC X(06) VALUE "617000".
       01 WSCommissionNet              PIC S9(09)V99.
       01 WSUseAccount                 PIC X(06).
       01 WSTableDesc                  PIC X(20).
       01 WSTableNature                PIC X(01).
       Build-One-Extract.
           PERFORM Clear-Accumulators
           PERFORM Total-Selected-Rows
           PERFORM Total-Deposit-Movement
           PERFORM Total-Agency-Commission
           PERFORM Write-Journal-Lines.

       Clear-Accumulators.
           PERFORM VARYING WSCodeSub FROM 1 BY 1
                   UNTIL WSCodeSub > WSCodeCount
               MOVE 0 TO WSCodeNet(WSCodeSub)
           END-PERFORM
           MOVE 0 TO WSOtherNet
           MOVE 0 TO WSDepReceiptNet
           MOVE 0 TO WSDepInterestNet
           MOVE 0 TO WSCommissionNet
           MOVE 0 TO WSNetMovement
           MOVE 0 TO WSDebitTotal
           MOVE 0 TO WSCreditTotal.
       Accumulate-By-Code.
           ADD LedgAmount TO WSNetMovement
           PERFORM VARYING WSCodeSub FROM 1 BY 1
                   UNTIL WSCodeSub > WSCodeCount
                   OR WSCodeValue(WSCodeSub) = LedgTransCode
               CONTINUE
           END-PERFORM
           IF WSCodeSub > WSCodeCount
               ADD LedgAmount TO WSOtherNet
           ELSE
               ADD LedgAmount TO WSCodeNet(WSCodeSub)
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

      *> Deposit movements selected the same way as ledger rows.  A
      *> release (AP) is not journalled from here - its DA ledger
      *> row already carries the liability debit.

       Total-Deposit-Movement.
           MOVE 'N' TO WSDepTransEOFFlag
           OPEN INPUT DepTransFile
           IF WSDepTransStatus = "00"
               PERFORM UNTIL WSDepTransEOF
                   READ DepTransFile
                       AT END SET WSDepTransEOF TO TRUE
                       NOT AT END
                           IF (WSDailyPass AND DTDate = WSToday)
                               OR (WSMTDPass
                                   AND DTDate(1:6) = WSOpenPeriod)
                               PERFORM Accumulate-Deposit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepTransFile
           END-IF.

       Total-Agency-Commission.
           MOVE 'N' TO WSCommissionEOFFlag
           OPEN INPUT CommissionFile
           IF WSCommissionStatus = "00"
               PERFORM UNTIL WSCommissionEOF
                   READ CommissionFile
                       AT END SET WSCommissionEOF TO TRUE
                       NOT AT END
                           IF (WSDailyPass AND ACDate = WSToday)
                               OR (WSMTDPass
                                   AND ACDate(1:6) = WSOpenPeriod)
                               ADD ACCommission TO WSCommissionNet
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CommissionFile
           END-IF.

       Accumulate-Deposit.
           EVALUATE DTType
               WHEN "RC"
                   ADD DTAmount TO WSDepReceiptNet
               WHEN "IN"
                   ADD DTAmount TO WSDepInterestNet
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A positive net for a code raised receivables, so the
      *> contra account takes the credit; a negative net (cash,
      *> write-offs) takes the debit.  The receivables line nets

       Write-Journal-Lines.
           PERFORM VARYING WSCodeSub FROM 1 BY 1
                   UNTIL WSCodeSub > WSCodeCount
               IF WSCodeNet(WSCodeSub) NOT = 0
                   PERFORM Write-Contra-Line
               END-IF
               PERFORM Write-Other-Line
           END-IF
           PERFORM Write-AR-Line
           IF WSDepReceiptNet NOT = 0
               MOVE WSCashAccount TO WSUseAccount
               MOVE WSDepReceiptNet TO WSDifference
               MOVE "DR" TO JRSource
               PERFORM Write-Deposit-Pair
           END-IF
           IF WSDepInterestNet NOT = 0
               MOVE WSDepIntAccount TO WSUseAccount
               MOVE WSDepInterestNet TO WSDifference
               MOVE "DI" TO JRSource
               PERFORM Write-Deposit-Pair
           END-IF
           IF WSCommissionNet NOT = 0
               PERFORM Write-Commission-Pair
           END-IF
           PERFORM Write-Control-Trailer.

       Write-Contra-Line.
           MOVE WSToday TO JRDate
           PERFORM Write-Selected-Record.

      *> One balanced pair per deposit movement: the offset account
      *> (cash or interest expense) against the deposit liability.
      *> A positive net raised the liability, so the offset takes
      *> the debit and the liability the credit.

       Write-Deposit-Pair.
           MOVE "DT" TO JRType
           MOVE WSUseAccount TO JRAccount
           PERFORM Set-Deposit-Amounts
           PERFORM Write-Selected-Record
           MOVE WSDepositAccount TO JRAccount
           COMPUTE WSDifference = WSDifference * -1
           PERFORM Set-Deposit-Amounts
           PERFORM Write-Selected-Record.

      *> Collection expense takes the debit, cash the credit -
      *> the commission never reached the bank.

       Write-Commission-Pair.
           MOVE "DT" TO JRType
           MOVE "AM" TO JRSource
           MOVE WSCollExpAccount TO JRAccount
           MOVE WSCommissionNet TO WSDifference
           PERFORM Set-Deposit-Amounts
           PERFORM Write-Selected-Record
           MOVE WSCashAccount TO JRAccount
           COMPUTE WSDifference = WSCommissionNet * -1
           PERFORM Set-Deposit-Amounts
           PERFORM Write-Selected-Record.

       Set-Deposit-Amounts.
           IF WSDifference > 0
               MOVE WSDifference TO JRDebit
               MOVE 0 TO JRCredit
               ADD JRDebit TO WSDebitTotal
           ELSE
               MOVE 0 TO JRDebit
               COMPUTE JRCredit = WSDifference * -1
               ADD JRCredit TO WSCreditTotal
           END-IF
           MOVE WSToday TO JRDate.

      *> The trailer's debit column is the control total - for the
      *> daily extract it is the day's absolute AR movement, which
      *> must agree with what trialbal.cob reports.
