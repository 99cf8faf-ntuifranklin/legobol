      *> Remittance scan-line subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SCANLINE.
      *> The fixed-format scan line printed on every statement stub
      *> and read back by the bank's lockbox equipment - 30 digits,
      *> no spaces:
      *>   IDNum 9(5), statement period 9(6), amount due 9(7)V99,
      *>   minimum due 9(7)V99, check digit 9(1).
      *> The check digit is a weighted modulus-10 check over the
      *> first 29 digits, weights 1,3,7,9 repeating - CHKDIGIT's
      *> rule carried across the whole line, so a misread anywhere
      *> on the line is caught, not just in the account number.
      *> Two entries, in the CHKDIGIT/GETSUM multiple-ENTRY style:
      *>   SCANLINE - build the line from its fields (statement);
      *>   SCANCHK  - validate a line and hand back the IDNum and
      *>              amounts it carries (lockboxpost).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WSScanWork.
           02 WSScanIDNum             PIC 9(05).
           02 WSScanPeriod             PIC 9(06).
           02 WSScanAmountDue          PIC 9(07)V99.
           02 WSScanMinimum            PIC 9(07)V99.
           02 WSScanCheck              PIC 9(01).
       01 WSScanDigits REDEFINES WSScanWork.
           02 WSScanDigit             PIC 9(01) OCCURS 30 TIMES.
       01 WSWeightTable               PIC X(04) VALUE "1379".
       01 WSWeights REDEFINES WSWeightTable.
           02 WSWeight                PIC 9(01) OCCURS 4 TIMES.
       01 WSDigitSub                   PIC 9(02).
       01 WSWeightSub                  PIC 9(01).
       01 WSWeightedSum                PIC 9(04).
       01 WSQuotient                   PIC 9(04).
       01 WSCheckDigit                 PIC 9(01).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LPeriod PIC 9(06).
        01 LAmountDue PIC 9(07)V99.
        01 LMinimum PIC 9(07)V99.
        01 LScanLine PIC X(30).
        01 LValid PIC X(01).
            88 LScanValid            VALUE 'Y'.
            88 LScanInvalid          VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LPeriod, LAmountDue,
               LMinimum, LScanLine.
       SCANLINE-Entry.
           MOVE LIDNum TO WSScanIDNum
           MOVE LPeriod TO WSScanPeriod
           MOVE LAmountDue TO WSScanAmountDue
           MOVE LMinimum TO WSScanMinimum
           PERFORM Compute-Check-Digit
           MOVE WSCheckDigit TO WSScanCheck
           MOVE WSScanWork TO LScanLine
           GOBACK.

       ENTRY "SCANCHK" USING LScanLine, LValid, LIDNum, LPeriod,
               LAmountDue, LMinimum.
           SET LScanInvalid TO TRUE
           MOVE 0 TO LIDNum
           MOVE 0 TO LPeriod
           MOVE 0 TO LAmountDue
           MOVE 0 TO LMinimum
           IF LScanLine IS NUMERIC
               MOVE LScanLine TO WSScanWork
               PERFORM Compute-Check-Digit
               IF WSScanCheck = WSCheckDigit
                   SET LScanValid TO TRUE
                   MOVE WSScanIDNum TO LIDNum
                   MOVE WSScanPeriod TO LPeriod
                   MOVE WSScanAmountDue TO LAmountDue
                   MOVE WSScanMinimum TO LMinimum
               END-IF
           END-IF
           GOBACK.

       Compute-Check-Digit.
           MOVE 0 TO WSWeightedSum
           MOVE 1 TO WSWeightSub
           PERFORM VARYING WSDigitSub FROM 1 BY 1
                   UNTIL WSDigitSub > 29
               COMPUTE WSWeightedSum = WSWeightedSum
                   + WSScanDigit(WSDigitSub) * WSWeight(WSWeightSub)
               IF WSWeightSub = 4
                   MOVE 1 TO WSWeightSub
               ELSE
                   ADD 1 TO WSWeightSub
               END-IF
           END-PERFORM
           DIVIDE WSWeightedSum BY 10 GIVING WSQuotient
               REMAINDER WSCheckDigit.
