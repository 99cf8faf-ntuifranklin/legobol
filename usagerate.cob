       IDENTIFICATION DIVISION.
       PROGRAM-ID. usagerate.
      *> Metered-usage rating - reads the inbound usage feed
      *> (UsageFeed.dat: IDNum, service code, read date, quantity
      *> consumed since the last read), prices each read against
      *> the UsageRate.dat tier table for the service and the
      *> customer's rate class (CLASSGET), and posts the rated
      *> charge through LEDGPOST under its own "UC" transaction
      *> code, taxed through TAXCALC exactly as recurgen.cob taxes a
      *> recurring charge - the consumption charges stop arriving
      *> as hand-rated dollar amounts on Balances.dat.
      *> UsageRate.dat is one line per tier: service code X(4),
      *> rate class X(2) (spaces = any class without tiers of its
      *> own), the quantity the tier runs up to 9(7), and the unit
      *> price 9(3)V9999; a service's tiers are listed lowest
      *> first, and consumption past the last tier is priced at the
      *> last tier's price.
      *> Each customer/service keeps its last twelve reads on
      *> UsageHist.dat.  A read that is implausible - negative, the
      *> third zero read in a row, more than triple the customer's
      *> average, or not later than the last read taken (a feed
      *> sent twice) - lands on the UsageReview.dat queue with the
      *> reason instead of posting, as does a read for an unknown
      *> or deleted account, a legal hold, or a service with no
      *> tiers on file.  A charge that would push the Balance past
      *> the credit limit (CREDGET) is held on CreditReview.dat the
      *> same way recurgen.cob holds one.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT UsageFile ASSIGN TO "UsageFeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSUsageStatus.
           SELECT RateFile ASSIGN TO "UsageRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRateStatus.
           SELECT HistFile ASSIGN TO "UsageHist.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS UHKey
               FILE STATUS IS WSHistStatus.
           SELECT UsageReviewFile ASSIGN TO "UsageReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSUsageReviewStatus.
           SELECT ReviewFile ASSIGN TO "CreditReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReviewStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Meter-reading system's layout - one read per line.
       FD UsageFile.
       01 UsageRecord.
           02 UFIDNum                 PIC 9(05).
           02 UFSvcCode                PIC X(04).
           02 UFReadDate               PIC 9(08).
           02 UFQuantity               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD RateFile.
       01 RateRecord.
           02 URSvcCode               PIC X(04).
           02 URClass                  PIC X(02).
           02 URTierLimit              PIC 9(07).
           02 URUnitPrice              PIC 9(03)V9999.

       FD HistFile.
       01 HistRecord.
           02 UHKey.
               03 UHIDNum             PIC 9(05).
               03 UHSvcCode            PIC X(04).
           02 UHLastReadDate           PIC 9(08).
           02 UHZeroRun                PIC 9(02).
           02 UHReadCount              PIC 9(02).
           02 UHQuantity               PIC 9(07)V99
               OCCURS 12 TIMES.

       FD UsageReviewFile.
       01 UsageReviewRecord.
           02 UVIDNum                 PIC 9(05).
           02 FILLER                  PIC X(01).
           02 UVSvcCode                PIC X(04).
           02 FILLER                  PIC X(01).
           02 UVReadDate               PIC 9(08).
           02 FILLER                  PIC X(01).
           02 UVQuantity               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER                  PIC X(01).
           02 UVReason                 PIC X(20).
           02 FILLER                  PIC X(01).
           02 UVDate                   PIC 9(08).

      *> Same held-charge layout billstmt.cob writes.
       FD ReviewFile.
       01 ReviewRecord.
           02 RVIDNum                 PIC 9(05).
           02 FILLER                  PIC X(01).
           02 RVAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER                  PIC X(01).
           02 RVDate                   PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSRateEOF                    PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSUsageStatus                PIC X(02).
       01 WSRateStatus                 PIC X(02).
       01 WSHistStatus                 PIC X(02).
       01 WSUsageReviewStatus          PIC X(02).
       01 WSReviewStatus               PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSHistFoundFlag             PIC X(01) VALUE 'N'.
           88 WSHistFound              VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "USAGERATE".
       01 WSPostedCount                PIC 9(07) VALUE 0.
       01 WSPostedTotal                PIC 9(09)V99 VALUE 0.
       01 WSZeroCount                  PIC 9(05) VALUE 0.
       01 WSQueuedCount                PIC 9(05) VALUE 0.
       01 WSHeldCount                  PIC 9(05) VALUE 0.
       01 WSTaxTotal                   PIC 9(09)V99 VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSCreditLimit                PIC 9(07)V99.
       01 WSLimitFoundFlag            PIC X(01).
           88 WSLimitFound             VALUE 'Y'.
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassFee                   PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSReason                     PIC X(20).
       01 WSAverage                    PIC 9(07)V99.
       01 WSHistTotal                  PIC 9(09)V99.
       01 WSSub                        PIC 9(02).
       01 WSPostAmount                 PIC S9(07)V99.
       01 WSTaxAmount                  PIC S9(07)V99.
       01 WSTaxJuris                   PIC X(06).
       01 WSTaxCert                    PIC X(15).
       01 WSTaxStatus                  PIC X(01).
           88 WSChargeTaxed            VALUE 'T'.

      *> The service's tiers for the customer's class, lowest first.
       01 WSTierCount                  PIC 9(02).
       01 WSTierTable.
           02 WSTierEntry OCCURS 20 TIMES.
               03 WSTierLimit          PIC 9(07).
               03 WSTierPrice          PIC 9(03)V9999.
       01 WSRemaining                  PIC 9(07)V99.
       01 WSTierUnits                  PIC 9(07)V99.
       01 WSTierFloor                  PIC 9(07).
       01 WSRatedAmount                PIC 9(07)V9999.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSQuantityEdit               PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPostedCount
           PERFORM Check-Period-Open
           OPEN INPUT UsageFile
           IF WSUsageStatus NOT = "00"
               DISPLAY "No usage feed found - nothing to rate."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSPostedCount
               GOBACK
           END-IF
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN I-O HistFile
      *> First read ever - create the history, then reopen for
      *> keyed update.
           IF WSHistStatus = "35"
               OPEN OUTPUT HistFile
               CLOSE HistFile
               OPEN I-O HistFile
           END-IF
           IF WSHistStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           OPEN EXTEND UsageReviewFile
           IF WSUsageReviewStatus = "35"
               OPEN OUTPUT UsageReviewFile
           END-IF
           DISPLAY "USAGE RATING FOR " WSToday
           DISPLAY "----------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ UsageFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Rate-One-Read
               END-READ
           END-PERFORM
           CLOSE UsageReviewFile
           CLOSE HistFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CLOSE UsageFile
           DISPLAY "----------------"
           MOVE WSPostedTotal TO WSBalanceEdit
           DISPLAY "Usage charges posted:  " WSPostedCount
               "  " WSBalanceEdit
           MOVE WSTaxTotal TO WSBalanceEdit
           DISPLAY "Sales tax posted:              " WSBalanceEdit
           DISPLAY "Zero reads recorded:   " WSZeroCount
           DISPLAY "Reads queued for review: " WSQueuedCount
           DISPLAY "Charges held (credit): " WSHeldCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPostedCount
           GOBACK.

       Rate-One-Read.
           MOVE UFIDNum TO IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           MOVE UFIDNum TO UHIDNum
           MOVE UFSvcCode TO UHSvcCode
           READ HistFile
               INVALID KEY MOVE 'N' TO WSHistFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSHistFoundFlag
           END-READ
           IF NOT WSHistFound
               PERFORM Start-New-History
           END-IF
           PERFORM Find-Read-Average
           IF WSFound AND NOT IsDeleted
               CALL 'LEGALHLD' USING IDNum, WSLegalFlag
               CALL 'CLASSGET' USING IDNum, WSClassCode,
                   WSClassRate, WSClassFee, WSClassFoundFlag
               PERFORM Load-Tiers
           END-IF
           EVALUATE TRUE
               WHEN NOT WSCheckDigitOK
                   MOVE "BAD CHECK DIGIT" TO WSReason
                   PERFORM Queue-For-Review
               WHEN NOT WSFound
                   MOVE "NO MATCHING CUSTOMER" TO WSReason
                   PERFORM Queue-For-Review
               WHEN IsDeleted
                   MOVE "ACCOUNT DELETED" TO WSReason
                   PERFORM Queue-For-Review
               WHEN WSOnLegalHold
                   MOVE "LEGAL HOLD" TO WSReason
                   PERFORM Queue-For-Review
               WHEN UFQuantity < 0
                   MOVE "NEGATIVE READ" TO WSReason
                   PERFORM Queue-For-Review
               WHEN UFReadDate NOT > UHLastReadDate
                   MOVE "READ NOT AFTER LAST" TO WSReason
                   PERFORM Queue-For-Review
               WHEN UFQuantity = 0 AND UHZeroRun >= 2
                   MOVE "ZERO THREE CYCLES" TO WSReason
                   PERFORM Queue-For-Review
               WHEN WSAverage > 0 AND UFQuantity > WSAverage * 3
                   MOVE "OVER 3X AVERAGE" TO WSReason
                   PERFORM Queue-For-Review
               WHEN WSTierCount = 0
                   MOVE "NO RATE FOR SERVICE" TO WSReason
                   PERFORM Queue-For-Review
               WHEN UFQuantity = 0
                   PERFORM Record-Read
                   ADD 1 TO WSZeroCount
               WHEN OTHER
                   PERFORM Price-Read
                   PERFORM Post-Or-Hold
           END-EVALUATE.

       Start-New-History.
           MOVE 0 TO UHLastReadDate
           MOVE 0 TO UHZeroRun
           MOVE 0 TO UHReadCount
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 12
               MOVE 0 TO UHQuantity(WSSub)
           END-PERFORM.

       Find-Read-Average.
           MOVE 0 TO WSHistTotal
           MOVE 0 TO WSAverage
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > UHReadCount
               ADD UHQuantity(WSSub) TO WSHistTotal
           END-PERFORM
           IF UHReadCount > 0
               COMPUTE WSAverage ROUNDED =
                   WSHistTotal / UHReadCount
           END-IF.

      *> The class's own tiers win; a service priced the same for
      *> every class carries one set of tiers under class spaces.

       Load-Tiers.
           MOVE 0 TO WSTierCount
           PERFORM Scan-Tiers
           IF WSTierCount = 0
               MOVE SPACES TO WSClassCode
               PERFORM Scan-Tiers
           END-IF.

       Scan-Tiers.
           OPEN INPUT RateFile
           IF WSRateStatus = "00"
               MOVE 'N' TO WSRateEOF
               PERFORM UNTIL WSRateEOF = 'Y'
                   READ RateFile
                       AT END MOVE 'Y' TO WSRateEOF
                       NOT AT END
                           IF URSvcCode = UFSvcCode
                               AND URClass = WSClassCode
                               AND WSTierCount < 20
                               ADD 1 TO WSTierCount
                               MOVE URTierLimit
                                   TO WSTierLimit(WSTierCount)
                               MOVE URUnitPrice
                                   TO WSTierPrice(WSTierCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateFile
           END-IF.

      *> Each tier prices the units between the tier below's limit
      *> and its own; whatever is left after the last tier goes at
      *> the last tier's price.

       Price-Read.
           MOVE UFQuantity TO WSRemaining
           MOVE 0 TO WSRatedAmount
           MOVE 0 TO WSTierFloor
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSTierCount OR WSRemaining = 0
               COMPUTE WSTierUnits = WSTierLimit(WSSub) - WSTierFloor
               IF WSTierUnits > WSRemaining OR WSSub = WSTierCount
                   MOVE WSRemaining TO WSTierUnits
               END-IF
               COMPUTE WSRatedAmount = WSRatedAmount
                   + WSTierUnits * WSTierPrice(WSSub)
               SUBTRACT WSTierUnits FROM WSRemaining
               MOVE WSTierLimit(WSSub) TO WSTierFloor
           END-PERFORM
           COMPUTE WSPostAmount ROUNDED = WSRatedAmount.

       Post-Or-Hold.
           CALL 'TAXCALC' USING IDNum, State, Zip, UFSvcCode,
               WSPostAmount, WSTaxAmount, WSTaxJuris, WSTaxCert,
               WSTaxStatus
           CALL 'CREDGET' USING IDNum, WSCreditLimit,
               WSLimitFoundFlag
           IF WSLimitFound
                   AND Balance + WSPostAmount + WSTaxAmount
                       > WSCreditLimit
               PERFORM Hold-For-Credit-Review
           ELSE
               PERFORM Post-One-Charge
           END-IF.

       Post-One-Charge.
           ADD WSPostAmount TO Balance
           ADD WSTaxAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "UC", WSPostAmount
           PERFORM Post-Charge-Tax
           PERFORM Record-Read
           ADD 1 TO WSPostedCount
           ADD WSPostAmount TO WSPostedTotal
           MOVE WSPostAmount TO WSBalanceEdit
           MOVE UFQuantity TO WSQuantityEdit
           DISPLAY "POSTED  " IDNum " " UFSvcCode " "
               WSQuantityEdit " units " WSBalanceEdit
               "  class " WSClassCode.

      *> Tax rides on its own TX row right behind the charge, the
      *> same as recurgen.cob.

       Post-Charge-Tax.
           IF WSTaxAmount NOT = 0
               CALL 'LEDGPOST' USING IDNum, "TX", WSTaxAmount
               ADD WSTaxAmount TO WSTaxTotal
           END-IF
           CALL 'TAXLOG' USING WSProgramId, IDNum, UFSvcCode,
               WSPostAmount, WSTaxAmount, WSTaxJuris, WSTaxCert,
               WSTaxStatus
           IF WSChargeTaxed
               MOVE WSTaxAmount TO WSBalanceEdit
               DISPLAY "    TAX " IDNum " " UFSvcCode " "
                   WSBalanceEdit "  " WSTaxJuris
           END-IF.

      *> An accepted read joins the history - the oldest of twelve
      *> drops off - and moves the last-read date on.

       Record-Read.
           IF UHReadCount < 12
               ADD 1 TO UHReadCount
           ELSE
               PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 11
                   MOVE UHQuantity(WSSub + 1) TO UHQuantity(WSSub)
               END-PERFORM
           END-IF
           MOVE UFQuantity TO UHQuantity(UHReadCount)
           MOVE UFReadDate TO UHLastReadDate
           IF UFQuantity = 0
               ADD 1 TO UHZeroRun
           ELSE
               MOVE 0 TO UHZeroRun
           END-IF
           IF WSHistFound
               REWRITE HistRecord
           ELSE
               WRITE HistRecord
               SET WSHistFound TO TRUE
           END-IF
           IF WSHistStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF.

       Queue-For-Review.
           MOVE SPACES TO UsageReviewRecord
           MOVE UFIDNum TO UVIDNum
           MOVE UFSvcCode TO UVSvcCode
           MOVE UFReadDate TO UVReadDate
           MOVE UFQuantity TO UVQuantity
           MOVE WSReason TO UVReason
           MOVE WSToday TO UVDate
           WRITE UsageReviewRecord
           ADD 1 TO WSQueuedCount
           MOVE UFQuantity TO WSQuantityEdit
           DISPLAY "REVIEW  " UFIDNum " " UFSvcCode " "
               WSQuantityEdit " units  " WSReason.

      *> A held charge leaves the history alone, so the same read
      *> can be fed again once the credit question is settled.

       Hold-For-Credit-Review.
           OPEN EXTEND ReviewFile
           IF WSReviewStatus = "35"
               OPEN OUTPUT ReviewFile
           END-IF
           MOVE IDNum TO RVIDNum
           MOVE WSPostAmount TO RVAmount
           MOVE WSToday TO RVDate
           WRITE ReviewRecord
           CLOSE ReviewFile
           ADD 1 TO WSHeldCount
           MOVE WSPostAmount TO WSBalanceEdit
           DISPLAY "HELD    " IDNum " " UFSvcCode " "
               WSBalanceEdit " - over credit limit".

       Check-Period-Open.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSToday
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSPostedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSHistStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPostedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
