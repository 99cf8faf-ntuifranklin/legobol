      *> Business-day arithmetic subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BIZADD.
      *> Moves a YYYYMMDD date on by a number of business days - a
      *> complaint's service-level due date from the day it was
      *> received, the "nearing due" horizon from today.  Saturdays,
      *> Sundays and the holidays flagged on BizCalendar.dat
      *> (calmaint.cob) do not count; the start date itself never
      *> counts, so one business day on from a Friday is the
      *> following Monday.  Weekends are worked out from the date
      *> the way operactivity.cob does - BizCalendar.dat only
      *> carries the holidays.  No calendar file means weekends
      *> only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "BizCalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CalendarFile.
       01 CalendarRecord.
           02 CalDate                 PIC 9(08).
           02 CalHolidayFlag           PIC X(01).
           02 CalMonthEndFlag          PIC X(01).

       WORKING-STORAGE SECTION.
       01 WSCalStatus                 PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSHolidayCount              PIC 9(03).
       01 WSHolidayTable.
           02 WSHolidayDate            PIC 9(08) OCCURS 500 TIMES.
       01 WSSub                       PIC 9(03).
       01 WSDayNumber                  PIC 9(07).
       01 WSDayOfWeek                  PIC 9(01).
       01 WSCandidate                  PIC 9(08).
       01 WSDaysCounted                PIC 9(03).
       01 WSBusinessDayFlag           PIC X(01).
           88 WSBusinessDay            VALUE 'Y'.

       LINKAGE SECTION.
        01 LDate PIC 9(08).
        01 LDays PIC 9(03).
        01 LResult PIC 9(08).

       PROCEDURE DIVISION USING LDate, LDays, LResult.
       BIZADD-Entry.
           PERFORM Load-Holidays
           COMPUTE WSDayNumber = FUNCTION INTEGER-OF-DATE(LDate)
           MOVE 0 TO WSDaysCounted
           PERFORM UNTIL WSDaysCounted >= LDays
               ADD 1 TO WSDayNumber
               PERFORM Judge-Business-Day
               IF WSBusinessDay
                   ADD 1 TO WSDaysCounted
               END-IF
           END-PERFORM
           COMPUTE LResult = FUNCTION DATE-OF-INTEGER(WSDayNumber)
           GOBACK.

      *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so
      *> remainder 6 is Saturday and remainder 0 is Sunday.

       Judge-Business-Day.
           MOVE 'Y' TO WSBusinessDayFlag
           COMPUTE WSDayOfWeek = FUNCTION MOD(WSDayNumber, 7)
           IF WSDayOfWeek = 6 OR WSDayOfWeek = 0
               MOVE 'N' TO WSBusinessDayFlag
           ELSE
               COMPUTE WSCandidate =
                   FUNCTION DATE-OF-INTEGER(WSDayNumber)
               PERFORM VARYING WSSub FROM 1 BY 1
                       UNTIL WSSub > WSHolidayCount
                   IF WSHolidayDate(WSSub) = WSCandidate
                       MOVE 'N' TO WSBusinessDayFlag
                   END-IF
               END-PERFORM
           END-IF.

       Load-Holidays.
           MOVE 0 TO WSHolidayCount
           MOVE 'N' TO WSEOF
           OPEN INPUT CalendarFile
           IF WSCalStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ CalendarFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CalHolidayFlag = 'Y'
                                   AND CalDate > LDate
                                   AND WSHolidayCount < 500
                               ADD 1 TO WSHolidayCount
                               MOVE CalDate
                                   TO WSHolidayDate(WSHolidayCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.
