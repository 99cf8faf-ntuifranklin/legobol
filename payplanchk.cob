      *> broken-plan register for collections.  dunning.cob reads the
      *> status through PLANSTAT, so a customer keeping their plan is
      *> no longer marched to final demand.
      *> Modification History:
      *>   A plan that breaks now raises the PLANBRK letter event
      *>   (LETREVT) - once, on the night it breaks, not every
      *>   night it stays broken - with the amount due and paid on
      *>   the letter's free-text lines.
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
      *>   Payments since the plan started now come from the ledger
      *>   summary (LEDGPAID against LedgSummary.dat) instead of a
      *>   pass of the whole ledger per plan; the ledger is still
      *>   read directly until the summary has been built.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WSAmountDue                  PIC 9(07)V99.
       01 WSAgreedTotal                PIC 9(07)V99.
       01 WSPaidTotal                  PIC 9(07)V99.
       01 WSSummaryPaid                PIC S9(07)V99.
       01 WSSummaryResult             PIC X(01).
           88 WSSummaryAnswered        VALUE 'Y'.
       01 WSOldPlanStatus              PIC X(01).
       01 WSLetterEvent                PIC X(08) VALUE "PLANBRK".
       01 WSLetterFree1                PIC X(60).
       01 WSLetterFree2                PIC X(60).
       01 WSLetterQueuedFlag          PIC X(01).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       Verify-One-Plan.
           ADD 1 TO WSPlanCount
           MOVE PPStatus TO WSOldPlanStatus
           PERFORM Count-Installments-Due
           PERFORM Total-Payments-Since-Start
           COMPUTE WSAmountDue =
                       REWRITE PlanRecord
                   END-IF
               WHEN OTHER
                   IF NOT PPBroken
                       PERFORM Queue-Broken-Letter
                   END-IF
                   SET PPBroken TO TRUE
                   REWRITE PlanRecord
                   ADD 1 TO WSBrokenCount
                   PERFORM Report-Broken-Plan
           END-EVALUATE
           IF PPStatus NOT = WSOldPlanStatus
               CALL 'FLAGSET' USING PPIDNum
           END-IF.

      *> A month's installment is owed once its due day has passed;
      *> the start month itself counts the same way, so a plan set

       Total-Payments-Since-Start.
           MOVE 0 TO WSPaidTotal
           CALL 'LEDGPAID' USING PPIDNum, PPStartDate, WSSummaryPaid,
               WSSummaryResult
           IF WSSummaryAnswered
               MOVE WSSummaryPaid TO WSPaidTotal
           ELSE
               MOVE 'N' TO WSLedgerEOFFlag
               OPEN INPUT LedgerFile
               IF WSLedgerStatus = "00"
                   PERFORM Read-Ledger
                   PERFORM Total-One-Posting UNTIL WSLedgerEOF
                   CLOSE LedgerFile
               END-IF
           END-IF.

       Total-One-Posting.
           MOVE WSPaidTotal TO WSBalanceEdit
           DISPLAY ", paid " WSBalanceEdit.

       Queue-Broken-Letter.
           MOVE WSAmountDue TO WSBalanceEdit
           MOVE SPACES TO WSLetterFree1
           STRING "INSTALLMENTS DUE TO DATE: " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO WSLetterFree1
           END-STRING
           MOVE WSPaidTotal TO WSBalanceEdit
           MOVE SPACES TO WSLetterFree2
           STRING "PAYMENTS RECEIVED:        " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO WSLetterFree2
           END-STRING
           CALL 'LETREVT' USING WSLetterEvent, PPIDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag.

       File-Error-Abend.
           DISPLAY "PlanFile I/O error - status " WSPlanStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPlanCount
