      *> once the strike count reaches the ACH-STRIKES run parameter
      *> (default 3).  Every return lands on a register for the cash
      *> office and leaves a CUSTNOTE trail.
      *> Modification History:
      *>   A returned zero-dollar prenote (achdebit.cob) reverses
      *>   nothing and counts no strike - it marks the enrollment's
      *>   prenote returned, which holds its live debits until
      *>   autopaymaint.cob or a notification of change
      *>   (achnoc.cob) corrects the bank details.
      *>   Cancelling an enrollment on its strike count now raises
      *>   the APCANCEL letter event (LETREVT), so the customer is
      *>   told in writing that autopay has stopped.
      *>   An enrollment removed on strikes now has its bank account
      *>   discarded from the vault (BANKVLT) as well.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch, or a file
      *>   that is there but will not open, abends the run
      *>   instead of reversing without strike counting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APRouting                PIC 9(09).
           02 APAccount.
               03 APAcctToken          PIC X(11).
               03 FILLER               PIC X(02).
               03 APAcctLast4          PIC X(04).
           02 APDebitDay               PIC 9(02).
           02 APReturnCount            PIC 9(02).
           02 APPrenoteStatus          PIC X(01).
               88 APPrenotePending     VALUE 'P'.
               88 APPrenoteClear       VALUE 'C' SPACE.
               88 APPrenoteFailed      VALUE 'F'.
           02 APPrenoteDate            PIC 9(08).

      *> Bank's return layout - the debit record echoed back with
      *> the return reason appended.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSAutopayStatus              PIC X(02).
       01 WSAutopayOpenFlag           PIC X(01) VALUE 'N'.
           88 WSAutopayOpen            VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "ACHRETURN".
       01 WSBankAccount                PIC X(17).
       01 WSVaultResult               PIC X(01).
       01 WSReturnCount                PIC 9(07) VALUE 0.
       01 WSReturnTotal                PIC 9(09)V99 VALUE 0.
       01 WSCancelCount                PIC 9(05) VALUE 0.
       01 WSPrenoteReturnCount         PIC 9(05) VALUE 0.
       01 WSReversalAmount             PIC S9(07)V99.
       01 WSStrikeLimit                PIC 9(02) VALUE 3.
       01 WSNoteText                   PIC X(60).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSLetterEvent                PIC X(08) VALUE "APCANCEL".
       01 WSLetterFree1                PIC X(60).
       01 WSLetterFree2                PIC X(60) VALUE SPACES.
       01 WSLetterQueuedFlag          PIC X(01).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
      *> No enrollment file means the reversals still post, but
      *> there are no strikes to count - the open result is
      *> captured once, the keyed READs overwrite the status.
           OPEN I-O AutopayFile
           IF WSAutopayStatus = "35"
               DISPLAY "No autopay enrollments on file - returns "
                   "reverse without strike counting."
           ELSE
               IF WSAutopayStatus NOT = "00"
                   DISPLAY "AutopayEnroll.dat I/O error - status "
                       WSAutopayStatus
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               SET WSAutopayOpen TO TRUE
           END-IF
           DISPLAY "ACH RETURN REGISTER"
           DISPLAY "-------------------"
           DISPLAY "Returns reversed:       " WSReturnCount
               "  " WSBalanceEdit
           DISPLAY "Enrollments cancelled:  " WSCancelCount
           DISPLAY "Prenotes returned:      " WSPrenoteReturnCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSReturnCount
           GOBACK.

               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN NOT WSFound
                   DISPLAY "NO MATCH " RT-IDNum " - returned debit "
                       "has no customer; research by hand."
               WHEN RT-Amount = 0
                   PERFORM Mark-Prenote-Returned
               WHEN OTHER
                   PERFORM Reverse-One-Payment
                   PERFORM Count-Strike
           END-EVALUATE.

      *> Nothing was posted for a prenote - the return only says
      *> the bank details are wrong.

       Mark-Prenote-Returned.
           MOVE 'N' TO WSEnrollFoundFlag
           IF WSAutopayOpen
               MOVE RT-IDNum TO APIDNum
               READ AutopayFile
                   INVALID KEY MOVE 'N' TO WSEnrollFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSEnrollFoundFlag
               END-READ
           END-IF
           IF WSEnrollFound
               SET APPrenoteFailed TO TRUE
               REWRITE AutopayRecord
           END-IF
           MOVE SPACES TO WSNoteText
           STRING "ACH PRENOTE RETURNED - " DELIMITED BY SIZE
               RT-Reason DELIMITED BY SIZE
               " - AUTOPAY HELD" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           ADD 1 TO WSPrenoteReturnCount
           DISPLAY "PRENOTE  " IDNum "  " RT-Reason
               "  returned - autopay held  " FirstName " " LastName.

      *> The original "AP" row was the payment going on; the
      *> reversal is the same code coming back off, so the pair
           IF WSEnrollFound
               ADD 1 TO APReturnCount
               IF APReturnCount >= WSStrikeLimit
                   CALL 'BANKVLT' USING "D", WSProgramId, RT-IDNum,
                       WSBankAccount, APAccount, WSVaultResult
                   DELETE AutopayFile RECORD
                   ADD 1 TO WSCancelCount
                   MOVE SPACES TO WSNoteText
                       INTO WSNoteText
                   END-STRING
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   MOVE SPACES TO WSLetterFree1
                   STRING "AUTOPAY CANCELLED AFTER "
                       DELIMITED BY SIZE
                       APReturnCount DELIMITED BY SIZE
                       " RETURNED DEBITS" DELIMITED BY SIZE
                       INTO WSLetterFree1
                   END-STRING
                   CALL 'LETREVT' USING WSLetterEvent, IDNum,
                       WSLetterFree1, WSLetterFree2,
                       WSLetterQueuedFlag
                   DISPLAY "CANCELLED " IDNum " - enrollment "
                       "removed after " APReturnCount " returns"
               ELSE
