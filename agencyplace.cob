      *> be computed from a register instead of by hand.
      *> agencyrecall.cob is the other half - it un-flags an account
      *> and produces the recall notice when we pull one back.
      *> Modification History:
      *>   A time-barred debt (LIMSTAT against Limitation.dat) is
      *>   no longer placed - an agency may not demand it either.
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSLegalAction                PIC X(30).
       01 WSBarredCount                PIC 9(05) VALUE 0.
       01 WSTimeBarredFlag            PIC X(01).
           88 WSTimeBarred             VALUE 'Y'.
       01 WSReportExpiredFlag         PIC X(01).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT ExtractFile
           DISPLAY "AGENCY PLACEMENT RUN FOR " WSToday
           DISPLAY "-------------------------------"
           MOVE WSPlacedTotal TO WSBalanceEdit
           DISPLAY "Accounts placed: " WSPlacedCount
               "  " WSBalanceEdit
           DISPLAY "Not placed (time-barred): " WSBarredCount
           MOVE WSPaymentTotal TO WSBalanceEdit
           DISPLAY "Payments on placed accounts: " WSPaymentCount
               "  " WSBalanceEdit
      *> An active legal hold hard-stops placement - counsel's
      *> activity report shows what we did not send.
                   CALL 'LEGALHLD' USING WSIDNum, WSLegalFlag
                   CALL 'LIMSTAT' USING WSIDNum, WSTimeBarredFlag,
                       WSReportExpiredFlag
                   EVALUATE TRUE
                       WHEN WSOnLegalHold
                           MOVE "AGENCY PLACEMENT SUPPRESSED"
                               TO WSLegalAction
                           CALL 'LEGALLOG' USING WSProgramId,
                               WSIDNum, WSLegalAction
                       WHEN WSTimeBarred
                           ADD 1 TO WSBarredCount
                       WHEN OTHER
                           PERFORM Place-If-Not-Already
                   END-EVALUATE
               END-IF
           END-IF.

           ELSE
               WRITE PlaceRecord
           END-IF
           CALL 'FLAGSET' USING WSIDNum
           CALL 'NAMEFMT' USING WSFirstName, WSLastName, WSFullName
           MOVE WSIDNum TO AX-IDNum
           MOVE WSFullName TO AX-Name
