      *> so someone can finally see whether the commercial class's
      *> rate covers the commercial class's losses.  Customers
      *> with no class on file report under "??".
      *> Modification History:
      *>   Metered usage charges (UC, usagerate.cob) count as
      *>   charges billed alongside the BF postings.
      *>   Promotional discounts (PD) net against charges billed.
      *>   Settlement write-offs (SW, settlechk.cob) count with the
      *>   write-offs.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF

       Accumulate-By-Code.
           EVALUATE TRUE
               WHEN LedgIsBillingFeed OR LedgIsUsageCharge
                       OR LedgIsPromoDiscount
                   ADD LedgAmount TO WSTabCharges(WSSub)
               WHEN LedgIsInterest
                   ADD LedgAmount TO WSTabInterest(WSSub)
               WHEN LedgIsPayment OR LedgIsAutopay
                   SUBTRACT LedgAmount FROM WSTabPayments(WSSub)
               WHEN LedgIsWriteOff OR LedgIsSettlementWO
                   SUBTRACT LedgAmount FROM WSTabWriteOffs(WSSub)
           END-EVALUATE.

