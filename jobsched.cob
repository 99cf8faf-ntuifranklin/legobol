       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobsched.
      *> Nightly schedule preview - lists the steps JobSteps.dat
      *> calls for on a processing date, exactly as batchdriver.cob
      *> will plan them through JOBPLAN, without running anything
      *> or taking the batch lock.  Enter a date, or press Enter
      *> for the date tonight's run will process (the PROCESS-DATE
      *> run parameter when set, otherwise today).  The month-end
      *> flag and holidays come from BizCalendar.dat the way
      *> batchdriver.cob reads them.  Any error in JobSteps.dat is
      *> listed and ends with return code 8, so a change to the file
      *> can be proved here before the night it takes effect.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "BizCalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCalStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout calmaint.cob writes.
       FD CalendarFile.
       01 CalendarRecord.
           02 CalDate                 PIC 9(08).
           02 CalHolidayFlag           PIC X(01).
           02 CalMonthEndFlag          PIC X(01).

       WORKING-STORAGE SECTION.
       01 WSCalStatus                  PIC X(02).
       01 WSEOF                        PIC X(01).
       01 WSDateInput.
           02 WSInputYear              PIC 9(04).
           02 WSInputMonth             PIC 9(02).
           02 WSInputDay               PIC 9(02).
       01 WSProcessDate                PIC 9(08).
       01 WSDayNumber                  PIC 9(07).
       01 WSDayOfWeek                  PIC 9(01).
       01 WSBusinessDayFlag           PIC X(01) VALUE 'Y'.
           88 WSBusinessDay            VALUE 'Y'.
       01 WSMonthEndFlag              PIC X(01) VALUE 'N'.
           88 WSMonthEndDay            VALUE 'Y'.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSDateValidFlag             PIC X(01).
           88 WSDateValid              VALUE 'Y'.
           COPY JOBSTEP.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "Processing date (YYYYMMDD, Enter for tonight): "
               WITH NO ADVANCING
           ACCEPT WSDateInput
           IF WSDateInput = SPACES
               ACCEPT WSProcessDate FROM DATE YYYYMMDD
               MOVE "PROCESS-DATE" TO WSParamName
               CALL 'PARMGET' USING WSParamName, WSParamValue,
                   WSParamFoundFlag
               IF WSParamFound AND WSParamValue(1:8) NUMERIC
                   MOVE WSParamValue(1:8) TO WSProcessDate
               END-IF
           ELSE
               MOVE 'N' TO WSDateValidFlag
               IF WSDateInput IS NUMERIC
                   CALL 'DATEVAL' USING WSInputMonth, WSInputDay,
                       WSDateValidFlag
               END-IF
               IF NOT WSDateValid
                   DISPLAY "Not a valid date: " WSDateInput
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WSDateInput TO WSProcessDate
           END-IF
           PERFORM Check-Business-Day
           IF NOT WSBusinessDay
               DISPLAY "Processing date " WSProcessDate " is not a "
                   "business day - the nightly run will skip it."
               GOBACK
           END-IF
           CALL 'JOBPLAN' USING WSProcessDate, WSMonthEndFlag,
               JobStepTable
           IF JTErrorCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Same business-day test batchdriver.cob applies.

       Check-Business-Day.
           MOVE 'Y' TO WSBusinessDayFlag
           MOVE 'N' TO WSMonthEndFlag
           COMPUTE WSDayNumber =
               FUNCTION INTEGER-OF-DATE(WSProcessDate)
           COMPUTE WSDayOfWeek =
               FUNCTION MOD(WSDayNumber, 7)
           IF WSDayOfWeek = 6 OR WSDayOfWeek = 0
               MOVE 'N' TO WSBusinessDayFlag
           END-IF
           MOVE 'N' TO WSEOF
           OPEN INPUT CalendarFile
           IF WSCalStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ CalendarFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CalDate = WSProcessDate
                               IF CalHolidayFlag = 'Y'
                                   MOVE 'N' TO WSBusinessDayFlag
                               END-IF
                               IF CalMonthEndFlag = 'Y'
                                   SET WSMonthEndDay TO TRUE
                               END-IF
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.
