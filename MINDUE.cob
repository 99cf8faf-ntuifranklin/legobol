      *> Minimum-payment calculation subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MINDUE.
      *> Works out the minimum payment a statement asks for: the
      *> customer's rate class (CLASSGET) picks the minimum percent
      *> and floor off the RateClass.dat line, and the minimum is
      *> the larger of the percent of the balance and the floor -
      *> but never more than the balance itself, and nothing at all
      *> on a zero or credit balance.  A class missing from the
      *> table asks for the full balance rather than guessing low.
      *> Same open/read/close-per-call shape as CLASSGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateTableFile ASSIGN TO "RateClass.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTableStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RateTableFile.
       01 RateTableRecord.
           02 RCClass                 PIC X(02).
           02 RCDesc                   PIC X(20).
           02 RCRate                   PIC 9V999.
           02 RCLateFee                PIC 9(03)V99.
           02 RCMinPct                 PIC 9V999.
           02 RCMinFloor               PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       01 WSTableStatus               PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassFee                   PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
           88 WSClassFound             VALUE 'Y'.
       01 WSMinPct                     PIC 9V999 VALUE 1.
       01 WSMinFloor                   PIC 9(03)V99 VALUE 0.
       01 WSMinimum                    PIC S9(07)V99.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LBalance PIC S9(07)V99.
        01 LMinimum PIC 9(07)V99.

       PROCEDURE DIVISION USING LIDNum, LBalance, LMinimum.
       MINDUE-Entry.
           MOVE 0 TO LMinimum
           IF LBalance <= 0
               GOBACK
           END-IF
           MOVE 1 TO WSMinPct
           MOVE 0 TO WSMinFloor
           CALL 'CLASSGET' USING LIDNum, WSClassCode, WSClassRate,
               WSClassFee, WSClassFoundFlag
           OPEN INPUT RateTableFile
           IF WSTableStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ RateTableFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RCClass = WSClassCode
                               MOVE RCMinPct TO WSMinPct
                               MOVE RCMinFloor TO WSMinFloor
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateTableFile
           END-IF
           COMPUTE WSMinimum ROUNDED = LBalance * WSMinPct
           IF WSMinimum < WSMinFloor
               MOVE WSMinFloor TO WSMinimum
           END-IF
           IF WSMinimum > LBalance
               MOVE LBalance TO WSMinimum
           END-IF
           MOVE WSMinimum TO LMinimum
           GOBACK.
