      *> Bank routing-number check-digit subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ABACHK.
      *> The ABA routing number's ninth digit checks the other
      *> eight: weights 3,7,1 repeating across all nine digits must
      *> total a multiple of 10.  A routing number that fails can
      *> never reach a real bank, so autopaymaint.cob and achnoc.cob
      *> refuse it before it lands on AutopayEnroll.dat instead of
      *> learning of the typo from a returned debit a month later.
      *> Same set-a-flag shape as CHKDIGIT; an all-zero number is
      *> refused too.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WSRoutingDisplay            PIC 9(09).
       01 WSRoutingDigits REDEFINES WSRoutingDisplay.
           02 WSRoutingDigit          PIC 9(01) OCCURS 9 TIMES.
       01 WSWeightTable               PIC X(09) VALUE "371371371".
       01 WSWeights REDEFINES WSWeightTable.
           02 WSWeight                PIC 9(01) OCCURS 9 TIMES.
       01 WSDigitSub                   PIC 9(02).
       01 WSWeightedSum                PIC 9(03).
       01 WSQuotient                   PIC 9(03).
       01 WSRemainder                  PIC 9(01).

       LINKAGE SECTION.
        01 LRouting PIC 9(09).
        01 LValid PIC X(01).
            88 LRoutingValid         VALUE 'Y'.
            88 LRoutingInvalid       VALUE 'N'.

       PROCEDURE DIVISION USING LRouting, LValid.
       ABACHK-Entry.
           SET LRoutingInvalid TO TRUE
           IF LRouting IS NOT NUMERIC OR LRouting = 0
               GOBACK
           END-IF
           MOVE LRouting TO WSRoutingDisplay
           MOVE 0 TO WSWeightedSum
           PERFORM VARYING WSDigitSub FROM 1 BY 1
                   UNTIL WSDigitSub > 9
               COMPUTE WSWeightedSum = WSWeightedSum
                   + WSRoutingDigit(WSDigitSub) * WSWeight(WSDigitSub)
           END-PERFORM
           DIVIDE WSWeightedSum BY 10 GIVING WSQuotient
               REMAINDER WSRemainder
           IF WSRemainder = 0
               SET LRoutingValid TO TRUE
           END-IF
           GOBACK.
