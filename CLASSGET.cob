      *> when the class is not on the table, so the caller can fall
      *> back to its default rate instead of charging zero by
      *> accident.
      *> Modification History:
      *>   RateClass.dat lines now also carry the class's minimum
      *>   payment percent (9V999) and floor (9(3)V99) that MINDUE
      *>   reads for the statement; the record here follows the
      *>   longer line.
      *>   In batch the class now comes from the consolidated
      *>   CustFlags.dat through FLAGGET, and RateClass.dat is read
      *>   into a table on the first call and searched from there,
      *>   instead of both files being opened for every customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 RCDesc                   PIC X(20).
           02 RCRate                   PIC 9V999.
           02 RCLateFee                PIC 9(03)V99.
           02 RCMinPct                 PIC 9V999.
           02 RCMinFloor               PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       01 WSXrefStatus                PIC X(02).
       01 WSTableStatus               PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.
       01 WSRateLoadedFlag            PIC X(01) VALUE 'N'.
           88 WSRatesLoaded            VALUE 'Y'.
       01 WSRateCount                  PIC 9(03) VALUE 0.
       01 WSRateSub                    PIC 9(03).
       01 WSRateTable.
           02 WSRateEntry OCCURS 100 TIMES.
               03 WSRateClass          PIC X(02).
               03 WSRateRate           PIC 9V999.
               03 WSRateLateFee        PIC 9(03)V99.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
           MOVE "RT" TO LClass
           MOVE 0 TO LRate
           MOVE 0 TO LLateFee
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFClass NOT = SPACES
                   MOVE CFClass TO LClass
               END-IF
               PERFORM Find-Class-Rate
               GOBACK
           END-IF
           OPEN INPUT ClassXrefFile
           IF WSXrefStatus = "00"
               MOVE LIDNum TO CCIDNum
           END-PERFORM
           CLOSE RateTableFile
           GOBACK.

      *> Batch only - the table is loaded once per run.

       Find-Class-Rate.
           IF NOT WSRatesLoaded
               PERFORM Load-Rate-Table
           END-IF
           PERFORM VARYING WSRateSub FROM 1 BY 1
                   UNTIL WSRateSub > WSRateCount OR LClassFound
               IF WSRateClass(WSRateSub) = LClass
                   MOVE WSRateRate(WSRateSub) TO LRate
                   MOVE WSRateLateFee(WSRateSub) TO LLateFee
                   SET LClassFound TO TRUE
               END-IF
           END-PERFORM.

       Load-Rate-Table.
           SET WSRatesLoaded TO TRUE
           MOVE 0 TO WSRateCount
           OPEN INPUT RateTableFile
           IF WSTableStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ RateTableFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WSRateCount < 100
                               ADD 1 TO WSRateCount
                               MOVE RCClass
                                   TO WSRateClass(WSRateCount)
                               MOVE RCRate
                                   TO WSRateRate(WSRateCount)
                               MOVE RCLateFee
                                   TO WSRateLateFee(WSRateCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateTableFile
           END-IF.
