       IDENTIFICATION DIVISION.
       PROGRAM-ID. waiverrpt.
      *> Monthly fee-waiver report for the supervisor - totals the
      *> period's FeeWaiver.dat rows (written by WAIVELOG for every
      *> waiver feewaive.cob or adjapprove.cob posted) by the
      *> operator who keyed them and the reason given: how many
      *> fees each operator waived for courtesy, bank error and
      *> company error, and what they came to, so an operator who
      *> waives every fee a customer complains about stands out.
      *> The total is proved against the FW rows on CustLedger.dat
      *> for the same period (posted as credits, so the ledger sum
      *> is turned round before the comparison) the way
      *> promorpt.cob proves its discounts.  The period is the open
      *> accounting period (PERIODCK), or the WAIVER-PERIOD run
      *> parameter (YYYYMM) when set, so last month can be re-run
      *> after the close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WaiverFile ASSIGN TO "FeeWaiver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWaiverStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout WAIVELOG writes.
       FD WaiverFile.
       01 WaiverRecord.
           02 FWIDNum                 PIC 9(05).
           02 FWDate                   PIC 9(08).
           02 FWFeeDate                PIC 9(08).
           02 FWFeeCode                PIC X(02).
           02 FWAmount                 PIC 9(07)V99.
           02 FWReason                 PIC X(02).
           02 FWRequestOp              PIC X(08).
           02 FWApproveOp              PIC X(08).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSWaiverStatus               PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "WAIVERRPT".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSReportPeriod               PIC 9(06).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSOpSub                      PIC 9(03).
       01 WSOpCount                    PIC 9(03) VALUE 0.
       01 WSReasonDesc                 PIC X(14).
       01 WSLedgerWaived               PIC S9(09)V99 VALUE 0.
       01 WSDifference                 PIC S9(09)V99.

      *> One accumulator row per operator and reason met in the
      *> period.
       01 WSOpTable.
           02 WSOpEntry OCCURS 200 TIMES.
               03 WSOpId              PIC X(08).
               03 WSOpReason           PIC X(02).
               03 WSOpWaivers          PIC 9(07).
               03 WSOpAmount           PIC S9(09)V99.
       01 WSGrandTotals.
           02 WSGTCount                PIC 9(07) VALUE 0.
           02 WSGTAmount               PIC S9(09)V99 VALUE 0.
           02 WSGTCourtesy             PIC S9(09)V99 VALUE 0.

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           MOVE WSOpenPeriod TO WSReportPeriod
           MOVE "WAIVER-PERIOD" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:6) NUMERIC
               MOVE WSParamValue(1:6) TO WSReportPeriod
           END-IF
           PERFORM Total-Waivers
           PERFORM Total-Ledger-Waivers
           PERFORM Print-Report
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

       Total-Waivers.
           OPEN INPUT WaiverFile
           IF WSWaiverStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ WaiverFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF FWDate(1:6) = WSReportPeriod
                               PERFORM Accumulate-One-Waiver
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WaiverFile
           END-IF.

       Accumulate-One-Waiver.
           ADD 1 TO WSLineCount
           PERFORM VARYING WSOpSub FROM 1 BY 1
                   UNTIL WSOpSub > WSOpCount
                   OR (WSOpId(WSOpSub) = FWRequestOp
                       AND WSOpReason(WSOpSub) = FWReason)
               CONTINUE
           END-PERFORM
           IF WSOpSub > WSOpCount
               IF WSOpCount >= 200
                   DISPLAY "Operator table full - " FWRequestOp
                       " not reported; widen WSOpTable."
                   MOVE 16 TO RETURN-CODE
                   MOVE 0 TO WSOpSub
               ELSE
                   ADD 1 TO WSOpCount
                   MOVE WSOpCount TO WSOpSub
                   MOVE FWRequestOp TO WSOpId(WSOpSub)
                   MOVE FWReason TO WSOpReason(WSOpSub)
                   MOVE 0 TO WSOpWaivers(WSOpSub)
                   MOVE 0 TO WSOpAmount(WSOpSub)
               END-IF
           END-IF
           IF WSOpSub > 0
               ADD 1 TO WSOpWaivers(WSOpSub)
               ADD FWAmount TO WSOpAmount(WSOpSub)
           END-IF.

       Total-Ledger-Waivers.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM UNTIL WSLedgerEOF
                   IF LedgIsFeeWaiver
                           AND LedgPostDate(1:6) = WSReportPeriod
                       SUBTRACT LedgAmount FROM WSLedgerWaived
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
           DISPLAY "FEE WAIVERS BY OPERATOR AND REASON - PERIOD "
               WSReportPeriod
           DISPLAY "--------------------------------"
           IF WSOpCount = 0
               DISPLAY "  (no fees waived this period)"
           END-IF
           PERFORM Print-One-Operator
               VARYING WSOpSub FROM 1 BY 1
               UNTIL WSOpSub > WSOpCount
           DISPLAY "--------------------------------"
           DISPLAY "FEES WAIVED:            " WSGTCount
           MOVE WSGTAmount TO WSMoneyEdit
           DISPLAY "TOTAL WAIVED:           " WSMoneyEdit
           MOVE WSGTCourtesy TO WSMoneyEdit
           DISPLAY "  of which courtesy:    " WSMoneyEdit
           MOVE WSLedgerWaived TO WSMoneyEdit
           DISPLAY "FW rows on the ledger:  " WSMoneyEdit
           IF WSLedgerWaived = WSGTAmount
               DISPLAY "Waiver detail agrees with the ledger."
           ELSE
               COMPUTE WSDifference = WSLedgerWaived - WSGTAmount
               MOVE WSDifference TO WSMoneyEdit
               DISPLAY "WAIVER DETAIL DOES NOT AGREE WITH THE "
                   "LEDGER - difference " WSMoneyEdit
               MOVE 8 TO RETURN-CODE
           END-IF.

       Print-One-Operator.
           EVALUATE WSOpReason(WSOpSub)
               WHEN "CO" MOVE "COURTESY" TO WSReasonDesc
               WHEN "BE" MOVE "BANK ERROR" TO WSReasonDesc
               WHEN "CE" MOVE "COMPANY ERROR" TO WSReasonDesc
               WHEN OTHER MOVE "OTHER" TO WSReasonDesc
           END-EVALUATE
           MOVE WSOpAmount(WSOpSub) TO WSMoneyEdit
           DISPLAY WSOpId(WSOpSub) " " WSReasonDesc
               " WAIVED " WSOpWaivers(WSOpSub) " TOTAL " WSMoneyEdit
           ADD WSOpWaivers(WSOpSub) TO WSGTCount
           ADD WSOpAmount(WSOpSub) TO WSGTAmount
           IF WSOpReason(WSOpSub) = "CO"
               ADD WSOpAmount(WSOpSub) TO WSGTCourtesy
           END-IF.
