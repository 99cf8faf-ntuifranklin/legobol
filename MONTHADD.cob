      *> Calendar month arithmetic subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MONTHADD.
      *> Moves a YYYYMMDD date on by a number of whole months - the
      *> end of a contract term from its start, the next term from
      *> the last one's end.  The day of the month is kept, except
      *> that a day the target month does not have (the 31st into
      *> a 30-day month, 29 February into a common year) becomes
      *> that month's last day.  Same leap-year rule finalbill.cob
      *> uses to prorate a closing month.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WSYear                       PIC 9(04).
       01 WSMonth                      PIC 9(02).
       01 WSDay                        PIC 9(02).
       01 WSMonthCount                 PIC 9(06).
       01 WSDaysInMonth                PIC 9(02).
       01 WSLeapQuotient               PIC 9(04).
       01 WSLeapRemainder              PIC 9(03).

       LINKAGE SECTION.
        01 LDate PIC 9(08).
        01 LMonths PIC 9(03).
        01 LResult PIC 9(08).

       PROCEDURE DIVISION USING LDate, LMonths, LResult.
       MONTHADD-Entry.
           MOVE LDate(1:4) TO WSYear
           MOVE LDate(5:2) TO WSMonth
           MOVE LDate(7:2) TO WSDay
           COMPUTE WSMonthCount = WSYear * 12 + WSMonth - 1 + LMonths
           DIVIDE WSMonthCount BY 12 GIVING WSYear
               REMAINDER WSMonth
           ADD 1 TO WSMonth
           PERFORM Find-Days-In-Month
           IF WSDay > WSDaysInMonth
               MOVE WSDaysInMonth TO WSDay
           END-IF
           COMPUTE LResult = WSYear * 10000 + WSMonth * 100 + WSDay
           GOBACK.

       Find-Days-In-Month.
           EVALUATE WSMonth
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WSDaysInMonth
               WHEN 2
                   MOVE 28 TO WSDaysInMonth
                   DIVIDE WSYear BY 4 GIVING WSLeapQuotient
                       REMAINDER WSLeapRemainder
                   IF WSLeapRemainder = 0
                       MOVE 29 TO WSDaysInMonth
                       DIVIDE WSYear BY 100
                           GIVING WSLeapQuotient
                           REMAINDER WSLeapRemainder
                       IF WSLeapRemainder = 0
                           MOVE 28 TO WSDaysInMonth
                           DIVIDE WSYear BY 400
                               GIVING WSLeapQuotient
                               REMAINDER WSLeapRemainder
                           IF WSLeapRemainder = 0
                               MOVE 29 TO WSDaysInMonth
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WSDaysInMonth
           END-EVALUATE.
