      *> Modification History:
      *>   The IVR phone-payment channel (ivrimport.cob's "IV"
      *>   postings) now reconciles as a fourth channel.
      *>   Card settlements (cardsettle.cob's "CD" postings) now
      *>   reconcile as a CARD channel, net of the processor fees
      *>   cardsettle.cob logs on CardFees.dat and of the day's
      *>   chargebacks (cardchgbk.cob), both of which the processor
      *>   keeps out of the deposit.
      *>   Collection-agency remittances (agencyremit.cob's "AC"
      *>   postings) reconcile as an AGENCY channel: the gross
      *>   posted less the commission the agency kept (logged on
      *>   AgencyComm.dat) must equal the agency checks deposited.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepositFile ASSIGN TO "BankDeposit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDepositStatus.
           SELECT FeeFile ASSIGN TO "CardFees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFeeStatus.
           SELECT CommissionFile ASSIGN TO "AgencyComm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCommissionStatus.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                  PIC X(01).
           02 BDAmount                 PIC 9(09)V99.

      *> Same layout cardsettle.cob writes - one line per run.
       FD FeeFile.
       01 FeeRecord.
           02 CFDate                  PIC 9(08).
           02 FILLER                  PIC X(01).
           02 CFFeeTotal               PIC 9(07)V99.

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
           88 WSDepositEOF             VALUE 'Y'.
       01 WSLedgerStatus               PIC X(02).
       01 WSDepositStatus              PIC X(02).
       01 WSFeeStatus                  PIC X(02).
       01 WSFeeEOFFlag                PIC X(01) VALUE 'N'.
           88 WSFeeEOF                 VALUE 'Y'.
       01 WSCommissionStatus           PIC X(02).
       01 WSCommissionEOFFlag         PIC X(01) VALUE 'N'.
           88 WSCommissionEOF          VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "DEPRECON".
       01 WSPostingCount               PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPostedCash                 PIC 9(09)V99 VALUE 0.
       01 WSPostedACH                  PIC 9(09)V99 VALUE 0.
       01 WSPostedIVR                  PIC 9(09)V99 VALUE 0.
       01 WSPostedCard                 PIC 9(09)V99 VALUE 0.
       01 WSCardChargebacks            PIC 9(09)V99 VALUE 0.
       01 WSCardFees                   PIC 9(09)V99 VALUE 0.
       01 WSCardNet                    PIC S9(09)V99 VALUE 0.
       01 WSPostedAgency               PIC 9(09)V99 VALUE 0.
       01 WSAgencyCommission           PIC 9(09)V99 VALUE 0.
       01 WSAgencyNet                  PIC S9(09)V99 VALUE 0.
       01 WSPostedOther                PIC 9(09)V99 VALUE 0.
       01 WSBankLockbox                PIC 9(09)V99 VALUE 0.
       01 WSBankCash                   PIC 9(09)V99 VALUE 0.
       01 WSBankACH                    PIC 9(09)V99 VALUE 0.
       01 WSBankIVR                    PIC 9(09)V99 VALUE 0.
       01 WSBankCard                   PIC 9(09)V99 VALUE 0.
       01 WSBankAgency                 PIC 9(09)V99 VALUE 0.
       01 WSDifference                 PIC S9(09)V99.

       *> Dollar-sign/comma edit pictures, same as trialbal.cob -
           CALL 'RUNLOG' USING WSProgramId, "START", WSPostingCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM Total-Todays-Payments
           PERFORM Total-Card-Fees
           PERFORM Total-Agency-Commission
           PERFORM Total-Bank-Deposits
           PERFORM Reconcile-And-Report
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPostingCount
                       SUBTRACT LedgAmount FROM WSPostedOther
               END-EVALUATE
           END-IF
           IF LedgPostDate = WSToday AND LedgIsCardPayment
               IF LedgAmount < 0
                   ADD 1 TO WSPostingCount
                   SUBTRACT LedgAmount FROM WSPostedCard
               ELSE
                   ADD LedgAmount TO WSCardChargebacks
               END-IF
           END-IF
           IF LedgPostDate = WSToday AND LedgIsAgencyPayment
                   AND LedgAmount < 0
               ADD 1 TO WSPostingCount
               SUBTRACT LedgAmount FROM WSPostedAgency
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Total-Card-Fees.
           OPEN INPUT FeeFile
           IF WSFeeStatus = "00"
               PERFORM UNTIL WSFeeEOF
                   READ FeeFile
                       AT END SET WSFeeEOF TO TRUE
                       NOT AT END
                           IF CFDate = WSToday
                               ADD CFFeeTotal TO WSCardFees
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeeFile
           END-IF.

       Total-Agency-Commission.
           OPEN INPUT CommissionFile
           IF WSCommissionStatus = "00"
               PERFORM UNTIL WSCommissionEOF
                   READ CommissionFile
                       AT END SET WSCommissionEOF TO TRUE
                       NOT AT END
                           IF ACDate = WSToday
                               ADD ACCommission TO WSAgencyCommission
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CommissionFile
           END-IF.

      *> A missing deposit file is exactly what this run exists to
      *> surface - the report still prints, every channel shows
      *> unmatched, and the warning return code goes up.
                   ADD BDAmount TO WSBankACH
               WHEN "IVR       "
                   ADD BDAmount TO WSBankIVR
               WHEN "CARD      "
                   ADD BDAmount TO WSBankCard
               WHEN "AGENCY    "
                   ADD BDAmount TO WSBankAgency
               WHEN OTHER
                   MOVE BDAmount TO WSBalanceEdit
                   DISPLAY "UNKNOWN DEPOSIT SOURCE " BDSource
           PERFORM Report-Cash
           PERFORM Report-ACH
           PERFORM Report-IVR
           PERFORM Report-Card
           PERFORM Report-Agency
           IF WSPostedOther > 0
               MOVE WSPostedOther TO WSBalanceEdit
               DISPLAY "UNATTRIBUTED " WSBalanceEdit
               SET WSMismatch TO TRUE
           END-IF.

      *> The processor settles card payments less its fees and
      *> less the chargebacks it took back, so the posted side is
      *> netted down the same way before it is matched.

       Report-Card.
           COMPUTE WSCardNet = WSPostedCard - WSCardChargebacks
               - WSCardFees
           COMPUTE WSDifference = WSBankCard - WSCardNet
           MOVE WSCardNet TO WSBalanceEdit
           DISPLAY "CARD      " WSBalanceEdit WITH NO ADVANCING
           MOVE WSBankCard TO WSBalanceEdit
           DISPLAY "  " WSBalanceEdit WITH NO ADVANCING
           MOVE WSDifference TO WSMoneyEdit
           DISPLAY "  " WSMoneyEdit
           MOVE WSPostedCard TO WSBalanceEdit
           DISPLAY "  card posted " WSBalanceEdit WITH NO ADVANCING
           MOVE WSCardChargebacks TO WSBalanceEdit
           DISPLAY "  less chargebacks " WSBalanceEdit
           MOVE WSCardFees TO WSBalanceEdit
           DISPLAY "  less processor fees " WSBalanceEdit
           IF WSDifference NOT = 0
               SET WSMismatch TO TRUE
           END-IF.

      *> The agency sends its collections less its commission, so
      *> the gross posted is netted down before it is matched.

       Report-Agency.
           COMPUTE WSAgencyNet = WSPostedAgency - WSAgencyCommission
           COMPUTE WSDifference = WSBankAgency - WSAgencyNet
           MOVE WSAgencyNet TO WSBalanceEdit
           DISPLAY "AGENCY    " WSBalanceEdit WITH NO ADVANCING
           MOVE WSBankAgency TO WSBalanceEdit
           DISPLAY "  " WSBalanceEdit WITH NO ADVANCING
           MOVE WSDifference TO WSMoneyEdit
           DISPLAY "  " WSMoneyEdit
           MOVE WSPostedAgency TO WSBalanceEdit
           DISPLAY "  gross collected " WSBalanceEdit
               WITH NO ADVANCING
           MOVE WSAgencyCommission TO WSBalanceEdit
           DISPLAY "  less commission " WSBalanceEdit
           IF WSDifference NOT = 0
               SET WSMismatch TO TRUE
           END-IF.

       Report-Lockbox.
           COMPUTE WSDifference = WSBankLockbox - WSPostedLockbox
           MOVE WSPostedLockbox TO WSBalanceEdit
