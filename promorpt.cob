       IDENTIFICATION DIVISION.
       PROGRAM-ID. promorpt.
      *> Monthly promotion cost report - totals the period's
      *> PromoDetail.dat rows (written by PROMOLOG for every discount
      *> recurgen.cob gave) by promotion code: how many discounts
      *> were given and what they cost, so marketing can see what
      *> each offer is worth in lost revenue.  The total is proved
      *> against the PD rows on CustLedger.dat for the same period
      *> (posted as credits, so the ledger sum is turned round before
      *> the comparison), so the report and the promotional-discount
      *> account gljournal.cob books agree.  The period is the open
      *> accounting period (PERIODCK), or the PROMO-PERIOD run
      *> parameter (YYYYMM) when set, so last month can be re-run
      *> after the close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoDetailFile ASSIGN TO "PromoDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.
           SELECT PromoFile ASSIGN TO "Promo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPromoStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PromoDetailFile.
       01 PromoDetailRecord.
           02 PDIDNum                 PIC 9(05).
           02 PDDate                   PIC 9(08).
           02 PDPromoCode              PIC X(06).
           02 PDSvcCode                PIC X(04).
           02 PDDiscount               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 PDProgram                PIC X(10).

      *> Same layout recurgen.cob reads.
       FD PromoFile.
       01 PromoRecord.
           02 PRCode                  PIC X(06).
           02 PRDesc                   PIC X(20).
           02 PRType                   PIC X(01).
               88 PRPercent            VALUE 'P'.
               88 PRFlat               VALUE 'F'.
           02 PRValue                  PIC 9(03)V99.
           02 PRSvcCode                PIC X(04) OCCURS 3 TIMES.
           02 PRMonths                 PIC 9(02).
           02 PRExpires                PIC 9(08).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSDetailStatus               PIC X(02).
       01 WSPromoStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "PROMORPT".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSReportPeriod               PIC 9(06).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSCodeSub                    PIC 9(03).
       01 WSCodeCount                  PIC 9(03) VALUE 0.
       01 WSLookupCode                 PIC X(06).
       01 WSLookupName                 PIC X(20).
       01 WSLedgerDiscount             PIC S9(09)V99 VALUE 0.
       01 WSDifference                 PIC S9(09)V99.

      *> One accumulator row per promotion code met in the period.
       01 WSCodeTable.
           02 WSCodeEntry OCCURS 100 TIMES.
               03 WSPCode             PIC X(06).
               03 WSPCount             PIC 9(07).
               03 WSPDiscount          PIC S9(09)V99.
       01 WSGrandTotals.
           02 WSGTCount                PIC 9(07) VALUE 0.
           02 WSGTDiscount             PIC S9(09)V99 VALUE 0.

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           MOVE WSOpenPeriod TO WSReportPeriod
           MOVE "PROMO-PERIOD" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:6) NUMERIC
               MOVE WSParamValue(1:6) TO WSReportPeriod
           END-IF
           PERFORM Total-Promo-Detail
           PERFORM Total-Ledger-Discount
           PERFORM Print-Report
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

       Total-Promo-Detail.
           OPEN INPUT PromoDetailFile
           IF WSDetailStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ PromoDetailFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF PDDate(1:6) = WSReportPeriod
                               PERFORM Accumulate-One-Detail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoDetailFile
           END-IF.

       Accumulate-One-Detail.
           ADD 1 TO WSLineCount
           PERFORM VARYING WSCodeSub FROM 1 BY 1
                   UNTIL WSCodeSub > WSCodeCount
                   OR WSPCode(WSCodeSub) = PDPromoCode
               CONTINUE
           END-PERFORM
           IF WSCodeSub > WSCodeCount
               IF WSCodeCount >= 100
                   DISPLAY "Promotion table full - " PDPromoCode
                       " not reported; widen WSCodeTable."
                   MOVE 16 TO RETURN-CODE
                   MOVE 0 TO WSCodeSub
               ELSE
                   ADD 1 TO WSCodeCount
                   MOVE WSCodeCount TO WSCodeSub
                   MOVE PDPromoCode TO WSPCode(WSCodeSub)
                   MOVE 0 TO WSPCount(WSCodeSub)
                   MOVE 0 TO WSPDiscount(WSCodeSub)
               END-IF
           END-IF
           IF WSCodeSub > 0
               ADD 1 TO WSPCount(WSCodeSub)
               ADD PDDiscount TO WSPDiscount(WSCodeSub)
           END-IF.

       Total-Ledger-Discount.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM UNTIL WSLedgerEOF
                   IF LedgIsPromoDiscount
                           AND LedgPostDate(1:6) = WSReportPeriod
                       SUBTRACT LedgAmount FROM WSLedgerDiscount
                   END-IF
                   PERFORM Read-Ledger
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Print-Report.
           DISPLAY "PROMOTIONAL DISCOUNTS BY CODE - PERIOD "
               WSReportPeriod
           DISPLAY "--------------------------------"
           IF WSCodeCount = 0
               DISPLAY "  (no discounts given this period)"
           END-IF
           PERFORM Print-One-Code
               VARYING WSCodeSub FROM 1 BY 1
               UNTIL WSCodeSub > WSCodeCount
           DISPLAY "--------------------------------"
           DISPLAY "DISCOUNTS GIVEN:        " WSGTCount
           MOVE WSGTDiscount TO WSMoneyEdit
           DISPLAY "TOTAL DISCOUNT COST:    " WSMoneyEdit
           MOVE WSLedgerDiscount TO WSMoneyEdit
           DISPLAY "PD rows on the ledger:  " WSMoneyEdit
           IF WSLedgerDiscount = WSGTDiscount
               DISPLAY "Promotion detail agrees with the ledger."
           ELSE
               COMPUTE WSDifference = WSLedgerDiscount - WSGTDiscount
               MOVE WSDifference TO WSMoneyEdit
               DISPLAY "PROMOTION DETAIL DOES NOT AGREE WITH THE "
                   "LEDGER - difference " WSMoneyEdit
               MOVE 8 TO RETURN-CODE
           END-IF.

       Print-One-Code.
           MOVE WSPCode(WSCodeSub) TO WSLookupCode
           PERFORM Look-Up-Promotion-Name
           MOVE WSPDiscount(WSCodeSub) TO WSMoneyEdit
           DISPLAY WSPCode(WSCodeSub) " " WSLookupName
               " GIVEN " WSPCount(WSCodeSub) " COST " WSMoneyEdit
           ADD WSPCount(WSCodeSub) TO WSGTCount
           ADD WSPDiscount(WSCodeSub) TO WSGTDiscount.

       Look-Up-Promotion-Name.
           MOVE "(not on Promo.dat)" TO WSLookupName
           OPEN INPUT PromoFile
           IF WSPromoStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ PromoFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF PRCode = WSLookupCode
                               MOVE PRDesc TO WSLookupName
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.
