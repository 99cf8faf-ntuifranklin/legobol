       IDENTIFICATION DIVISION.
       PROGRAM-ID. rsvratemaint.
      *> Bad-debt loss-rate table maintenance - lists
      *> ReserveRate.dat and appends new effective-dated rows.  Like
      *> RunParams.dat the file is append-only: a new rate simply
      *> carries a later effective date, and monthend.cob uses the
      *> latest row on or before the day of the close.  Rates are
      *> percentages (002.50 = 2.5%).  Three kinds of row:
      *>   B  bucket rates for one rate class - current, 30, 60 and
      *>      90+ day loss rates applied to the customer's aging
      *>      buckets; a blank class is the default for any class
      *>      without a row of its own
      *>   L  legal hold - one rate on the whole balance of an
      *>      account under a legal hold (LEGALHLD)
      *>   A  agency placed - one rate on the whole balance of an
      *>      account placed with a collection agency (AGYSTAT)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateFile ASSIGN TO "ReserveRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRateStatus.
           SELECT ClassFile ASSIGN TO "RateClass.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSClassStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RateFile.
       01 RateRecord.
           02 RRType                  PIC X(01).
           02 RRClass                  PIC X(02).
           02 RRRate                   PIC 9(03)V99 OCCURS 4 TIMES.
           02 RREffDate                PIC 9(08).

      *> Only the class code is needed - the rest of the row is
      *> CLASSGET's business.
       FD ClassFile.
       01 ClassRecord.
           02 CLCode                  PIC X(02).
           02 FILLER                  PIC X(38).

       WORKING-STORAGE SECTION.
       01 WSRateStatus                PIC X(02).
       01 WSClassStatus                PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSChoice                    PIC 9(01).
       01 WSExitFlag                   PIC X(01) VALUE 'N'.
           88 WSExit                   VALUE 'Y'.
       01 WSNewType                    PIC X(01).
           88 WSTypeBucket             VALUE 'B'.
           88 WSTypeLegal              VALUE 'L'.
           88 WSTypeAgency             VALUE 'A'.
       01 WSNewClass                   PIC X(02).
       01 WSNewRates.
           02 WSNewRate                PIC 9(03)V99 OCCURS 4 TIMES.
       01 WSNewEffDate                 PIC 9(08).
       01 WSToday                     PIC 9(08).
       01 WSRateSub                    PIC 9(01).
       01 WSBadRateFlag               PIC X(01) VALUE 'N'.
           88 WSBadRate                VALUE 'Y'.
       01 WSClassFoundFlag            PIC X(01) VALUE 'N'.
           88 WSClassFound             VALUE 'Y'.
       01 WSRateEdit                   PIC ZZ9.99.
       01 WSRateEdit2                  PIC ZZ9.99.
       01 WSRateEdit3                  PIC ZZ9.99.
       01 WSRateEdit4                  PIC ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM Display-Menu WITH TEST AFTER UNTIL WSExit
           GOBACK.

       Display-Menu.
           DISPLAY " "
           DISPLAY "1. List Loss Rates"
           DISPLAY "2. Add Loss Rate"
           DISPLAY "3. Exit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WSChoice
           EVALUATE WSChoice
               WHEN 1 PERFORM List-Rates
               WHEN 2 PERFORM Add-Rate
               WHEN 3 SET WSExit TO TRUE
               WHEN OTHER DISPLAY "Invalid selection."
           END-EVALUATE.

       List-Rates.
           MOVE 'N' TO WSEOF
           OPEN INPUT RateFile
           IF WSRateStatus NOT = "00"
               DISPLAY "No loss-rate table yet."
           ELSE
               DISPLAY "TYPE CLASS CURRENT  30 DAY  60 DAY  90+ DAY"
                   " EFFECTIVE"
               PERFORM UNTIL WSEOF = 'Y'
                   READ RateFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Show-One-Rate
                   END-READ
               END-PERFORM
               CLOSE RateFile
           END-IF.

       Show-One-Rate.
           MOVE RRRate(1) TO WSRateEdit
           IF RRType = 'B'
               MOVE RRRate(2) TO WSRateEdit2
               MOVE RRRate(3) TO WSRateEdit3
               MOVE RRRate(4) TO WSRateEdit4
               DISPLAY "  " RRType "   " RRClass "   " WSRateEdit
                   "   " WSRateEdit2 "   " WSRateEdit3 "   "
                   WSRateEdit4 "  " RREffDate
           ELSE
               DISPLAY "  " RRType "        " WSRateEdit
                   "   (whole balance)              " RREffDate
           END-IF.

       Add-Rate.
           DISPLAY "Row type (B=bucket rates by class, L=legal "
               "hold, A=agency placed): " WITH NO ADVANCING
           MOVE SPACE TO WSNewType
           ACCEPT WSNewType
           MOVE SPACES TO WSNewClass
           MOVE ZEROS TO WSNewRates
           EVALUATE TRUE
               WHEN WSTypeBucket
                   DISPLAY "Rate class (blank = default): "
                       WITH NO ADVANCING
                   ACCEPT WSNewClass
                   DISPLAY "Current loss rate %: " WITH NO ADVANCING
                   ACCEPT WSNewRate(1)
                   DISPLAY "30-day loss rate %:  " WITH NO ADVANCING
                   ACCEPT WSNewRate(2)
                   DISPLAY "60-day loss rate %:  " WITH NO ADVANCING
                   ACCEPT WSNewRate(3)
                   DISPLAY "90+ day loss rate %: " WITH NO ADVANCING
                   ACCEPT WSNewRate(4)
               WHEN WSTypeLegal OR WSTypeAgency
                   DISPLAY "Loss rate % on the whole balance: "
                       WITH NO ADVANCING
                   ACCEPT WSNewRate(1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Effective date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewEffDate
           ACCEPT WSNewEffDate
           IF WSNewEffDate = 0
               ACCEPT WSToday FROM DATE YYYYMMDD
               MOVE WSToday TO WSNewEffDate
           END-IF
           MOVE 'N' TO WSBadRateFlag
           PERFORM VARYING WSRateSub FROM 1 BY 1 UNTIL WSRateSub > 4
               IF WSNewRate(WSRateSub) > 100
                   SET WSBadRate TO TRUE
               END-IF
           END-PERFORM
           PERFORM Validate-Class
           EVALUATE TRUE
               WHEN NOT WSTypeBucket AND NOT WSTypeLegal
                       AND NOT WSTypeAgency
                   DISPLAY "Row type must be B, L or A - nothing "
                       "added."
               WHEN WSBadRate
                   DISPLAY "A loss rate cannot exceed 100% - nothing "
                       "added."
               WHEN NOT WSClassFound
                   DISPLAY "Rate class " WSNewClass " is not on "
                       "RateClass.dat - nothing added."
               WHEN OTHER
                   PERFORM Write-Rate
           END-EVALUATE.

      *> A blank class (the bucket default, and every L or A row)
      *> needs no lookup.

       Validate-Class.
           MOVE 'N' TO WSClassFoundFlag
           IF WSNewClass = SPACES
               SET WSClassFound TO TRUE
           ELSE
               MOVE 'N' TO WSEOF
               OPEN INPUT ClassFile
               IF WSClassStatus = "00"
                   PERFORM UNTIL WSEOF = 'Y'
                       READ ClassFile
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END
                               IF CLCode = WSNewClass
                                   SET WSClassFound TO TRUE
                                   MOVE 'Y' TO WSEOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ClassFile
               END-IF
           END-IF.

       Write-Rate.
           OPEN EXTEND RateFile
           IF WSRateStatus = "35"
               OPEN OUTPUT RateFile
           END-IF
           MOVE WSNewType TO RRType
           MOVE WSNewClass TO RRClass
           PERFORM VARYING WSRateSub FROM 1 BY 1 UNTIL WSRateSub > 4
               MOVE WSNewRate(WSRateSub) TO RRRate(WSRateSub)
           END-PERFORM
           MOVE WSNewEffDate TO RREffDate
           WRITE RateRecord
           CLOSE RateFile
           DISPLAY "Loss rate added.".
