      *> window-envelope page layout, runnable for one keyed IDNum
      *> or (IDNum zero) the whole cycle the RUN-CYCLE parameter
      *> selects - cycle zero being everybody.
      *> Modification History:
      *>   Metered usage charges (UC, usagerate.cob) are totalled
      *>   with the month's charges instead of its adjustments.
      *>   Promotional discounts (PD, recurgen.cob) net against
      *>   the month's charges.
      *>   Fee waivers (FW, feewaive.cob) net against the month's
      *>   interest and fees.
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
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT StatementFile
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
               PERFORM Find-Month-Row
               IF WSRowSub <= 12
                   EVALUATE TRUE
                       WHEN LedgIsBillingFeed OR LedgIsUsageCharge
                               OR LedgIsPromoDiscount
                           ADD LedgAmount
                               TO WSTabCharges(WSRowSub)
                       WHEN LedgIsInterest OR LedgIsNSFFee
                               OR LedgIsFeeWaiver
                           ADD LedgAmount
                               TO WSTabInterest(WSRowSub)
                       WHEN LedgIsPayment OR LedgIsAutopay
