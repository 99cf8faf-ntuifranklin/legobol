       IDENTIFICATION DIVISION.
       PROGRAM-ID. pricemaint.
      *> Scheduled price change maintenance - records a price change
      *> for one service code on PriceChange.dat (keyed by service
      *> and effective date): either a new monthly amount every
      *> subscriber moves to, or a percentage up or down on what
      *> each subscriber pays now.  The effective date must be at
      *> least thirty days out so the advance notice can go; the
      *> nightly pricechg.cob run queues that notice for every
      *> affected customer thirty days before the date and moves
      *> the RecurCharge.dat amounts on the date itself, ahead of
      *> recurgen.cob.  Scheduling prints the before/after impact
      *> listing - every subscriber, today's amount and the new
      *> one, and the monthly revenue effect - so management sees
      *> what the change is worth before it goes out; L reprints
      *> it for a change already scheduled, and C cancels one that
      *> has not yet taken effect.  Supervisors only (custmaint.cob
      *> menu).
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ChargeFile ASSIGN TO "RecurCharge.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RCKey
               FILE STATUS IS WSChargeStatus.
           SELECT PriceFile ASSIGN TO "PriceChange.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCKey
               FILE STATUS IS WSPriceStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD ChargeFile.
       01 ChargeRecord.
           02 RCKey.
               03 RCIDNum             PIC 9(05).
               03 RCSvcCode            PIC X(04).
           02 RCDesc                   PIC X(20).
           02 RCAmount                 PIC 9(05)V99.
           02 RCLastBilled             PIC 9(06).

       FD PriceFile.
       01 PriceRecord.
           02 PCKey.
               03 PCSvcCode           PIC X(04).
               03 PCEffDate            PIC 9(08).
           02 PCType                   PIC X(01).
               88 PCNewAmount          VALUE 'A'.
               88 PCPercentChange      VALUE 'P'.
           02 PCAmount                 PIC 9(05)V99.
           02 PCPercent                PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 PCStatus                 PIC X(01).
               88 PCScheduled          VALUE 'S'.
               88 PCApplied            VALUE 'A'.
               88 PCCancelled          VALUE 'C'.
           02 PCSchedDate              PIC 9(08).
           02 PCNoticeDate             PIC 9(08).
           02 PCAppliedDate            PIC 9(08).
           02 PCRowCount               PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSChargeStatus               PIC X(02).
       01 WSPriceStatus                PIC X(02).
       01 WSChargeEOF                  PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSPriceFoundFlag            PIC X(01) VALUE 'N'.
           88 WSPriceFound             VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionSchedule         VALUE 'S'.
           88 WSActionList             VALUE 'L'.
           88 WSActionCancel           VALUE 'C'.
       01 WSNewSvcCode                 PIC X(04).
       01 WSNewEffDate                 PIC 9(08).
       01 WSNewType                    PIC X(01).
           88 WSTypeValid              VALUES 'A' 'P'.
       01 WSNewAmount                  PIC 9(05)V99.
       01 WSNewPercent                 PIC S9(03)V99.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSEffInt                     PIC 9(07).
       01 WSDaysOut                    PIC S9(07).
       01 WSNoticeDays                 PIC 9(03) VALUE 30.
       01 WSRepriced                   PIC S9(07)V99.
       01 WSChange                     PIC S9(07)V99.
       01 WSImpactCount                PIC 9(05).
       01 WSOldTotal                   PIC S9(09)V99.
       01 WSNewTotal                   PIC S9(09)V99.
       01 WSChangeTotal                PIC S9(09)V99.
       01 WSFullName                   PIC X(31).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSNewEdit                   PIC $$,$$$,$$9.99.
       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.
       01 WSPercentEdit               PIC +ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           OPEN I-O PriceFile
      *> First price change ever - create the file, then reopen for
      *> keyed update.
           IF WSPriceStatus = "35"
               OPEN OUTPUT PriceFile
               CLOSE PriceFile
               OPEN I-O PriceFile
           END-IF
           IF WSPriceStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "Service code (4 chars): " WITH NO ADVANCING
           ACCEPT WSNewSvcCode
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           MOVE 0 TO WSNewEffDate
           ACCEPT WSNewEffDate
           MOVE WSNewSvcCode TO PCSvcCode
           MOVE WSNewEffDate TO PCEffDate
           READ PriceFile
               INVALID KEY MOVE 'N' TO WSPriceFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSPriceFoundFlag
           END-READ
           IF WSPriceFound
               PERFORM Show-Price-Change
           ELSE
               DISPLAY "No price change on file for that service "
                   "and date."
           END-IF
           DISPLAY "Action (S=schedule, L=list impact, "
               "C=cancel): " WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionSchedule AND WSPriceFound
                       AND NOT PCCancelled
                   DISPLAY "A change is already on file for that "
                       "service and date - cancel it first."
               WHEN WSActionSchedule
                   PERFORM Schedule-Price-Change
               WHEN WSActionList AND WSPriceFound
                   PERFORM Print-Impact-Listing
               WHEN WSActionCancel AND WSPriceFound AND PCScheduled
                   PERFORM Cancel-Price-Change
               WHEN WSActionList OR WSActionCancel
                   DISPLAY "No scheduled change to act on."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE PriceFile
           GOBACK.

       Show-Price-Change.
           IF PCNewAmount
               MOVE PCAmount TO WSBalanceEdit
               DISPLAY "CHANGE ON FILE - " PCSvcCode " to "
                   WSBalanceEdit " from " PCEffDate
           ELSE
               MOVE PCPercent TO WSPercentEdit
               DISPLAY "CHANGE ON FILE - " PCSvcCode " "
                   WSPercentEdit "% from " PCEffDate
           END-IF
           EVALUATE TRUE
               WHEN PCScheduled AND PCNoticeDate NOT = 0
                   DISPLAY "  Scheduled " PCSchedDate
                       ", notices queued " PCNoticeDate
               WHEN PCScheduled
                   DISPLAY "  Scheduled " PCSchedDate
               WHEN PCApplied
                   DISPLAY "  Applied " PCAppliedDate " to "
                       PCRowCount " service(s)"
               WHEN PCCancelled
                   DISPLAY "  Cancelled"
           END-EVALUATE.

       Schedule-Price-Change.
           DISPLAY "Change type (A=new amount, P=percentage): "
               WITH NO ADVANCING
           ACCEPT WSNewType
           MOVE 0 TO WSNewAmount
           MOVE 0 TO WSNewPercent
           IF WSNewType = 'A'
               DISPLAY "New monthly amount (dollars.cents): "
                   WITH NO ADVANCING
               ACCEPT WSNewAmount
           END-IF
           IF WSNewType = 'P'
               DISPLAY "Percentage (+ up, - down, e.g. +5.00): "
                   WITH NO ADVANCING
               ACCEPT WSNewPercent
           END-IF
           MOVE 0 TO WSDaysOut
           IF WSNewEffDate NOT = 0
               COMPUTE WSEffInt =
                   FUNCTION INTEGER-OF-DATE(WSNewEffDate)
               COMPUTE WSDaysOut = WSEffInt - WSTodayInt
           END-IF
           EVALUATE TRUE
               WHEN WSNewSvcCode = SPACES
                   DISPLAY "Blank service code - no change made."
               WHEN WSDaysOut < WSNoticeDays
                   DISPLAY "Effective date must be at least "
                       WSNoticeDays " days out so the notice can go "
                       "- no change made."
               WHEN NOT WSTypeValid
                   DISPLAY "Change type must be A or P - no change "
                       "made."
               WHEN WSNewType = 'A' AND WSNewAmount = 0
                   DISPLAY "Invalid amount - no change made."
               WHEN WSNewType = 'P'
                       AND (WSNewPercent = 0 OR WSNewPercent < -99)
                   DISPLAY "Percentage must be non-zero and no more "
                       "than 99 down - no change made."
               WHEN OTHER
                   PERFORM Store-Price-Change
           END-EVALUATE.

       Store-Price-Change.
           MOVE WSNewSvcCode TO PCSvcCode
           MOVE WSNewEffDate TO PCEffDate
           MOVE WSNewType TO PCType
           MOVE WSNewAmount TO PCAmount
           MOVE WSNewPercent TO PCPercent
           SET PCScheduled TO TRUE
           MOVE WSToday TO PCSchedDate
           MOVE 0 TO PCNoticeDate
           MOVE 0 TO PCAppliedDate
           MOVE 0 TO PCRowCount
           IF WSPriceFound
               REWRITE PriceRecord
           ELSE
               WRITE PriceRecord
           END-IF
           DISPLAY "Price change scheduled for " WSNewEffDate "."
           PERFORM Print-Impact-Listing.

       Cancel-Price-Change.
           SET PCCancelled TO TRUE
           REWRITE PriceRecord
           DISPLAY "Price change cancelled."
           IF PCNoticeDate NOT = 0
               DISPLAY "Notices were queued " PCNoticeDate
                   " - customers will need a correction letter."
           END-IF.

      *> Every subscriber to the service, today's amount beside the
      *> amount the change would give, priced the same way
      *> pricechg.cob will price it.  Deleted customers are left
      *> out - they are no longer billed.

       Print-Impact-Listing.
           MOVE 0 TO WSImpactCount
           MOVE 0 TO WSOldTotal
           MOVE 0 TO WSNewTotal
           MOVE 'N' TO WSChargeEOF
           OPEN INPUT ChargeFile
           IF WSChargeStatus NOT = "00"
               DISPLAY "No recurring-charge master on file - no "
                   "subscribers affected."
           ELSE
               OPEN INPUT CustomerFile
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               DISPLAY "PRICE CHANGE IMPACT - SERVICE " PCSvcCode
                   " EFFECTIVE " PCEffDate
               DISPLAY "--------------------------------"
               PERFORM UNTIL WSChargeEOF = 'Y'
                   READ ChargeFile NEXT RECORD
                       AT END MOVE 'Y' TO WSChargeEOF
                       NOT AT END
                           IF RCSvcCode = PCSvcCode
                               PERFORM List-One-Subscriber
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustomerFile
               CLOSE ChargeFile
               DISPLAY "--------------------------------"
               COMPUTE WSChangeTotal = WSNewTotal - WSOldTotal
               DISPLAY "Subscribers affected:   " WSImpactCount
               MOVE WSOldTotal TO WSMoneyEdit
               DISPLAY "Monthly revenue now:    " WSMoneyEdit
               MOVE WSNewTotal TO WSMoneyEdit
               DISPLAY "Monthly revenue after:  " WSMoneyEdit
               MOVE WSChangeTotal TO WSMoneyEdit
               DISPLAY "Monthly effect:         " WSMoneyEdit
           END-IF.

       List-One-Subscriber.
           MOVE RCIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF WSFound AND IsNotDeleted
               IF PCNewAmount
                   MOVE PCAmount TO WSRepriced
               ELSE
                   COMPUTE WSRepriced ROUNDED =
                       RCAmount * (100 + PCPercent) / 100
               END-IF
               COMPUTE WSChange = WSRepriced - RCAmount
               ADD 1 TO WSImpactCount
               ADD RCAmount TO WSOldTotal
               ADD WSRepriced TO WSNewTotal
               CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
               MOVE RCAmount TO WSBalanceEdit
               MOVE WSRepriced TO WSNewEdit
               MOVE WSChange TO WSMoneyEdit
               DISPLAY RCIDNum " " WSFullName " " WSBalanceEdit
                   " -> " WSNewEdit " " WSMoneyEdit
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSPriceStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
