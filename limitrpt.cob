       IDENTIFICATION DIVISION.
       PROGRAM-ID. limitrpt.
      *> Monthly statute-of-limitations report - lists every tracked
      *> delinquent account on Limitation.dat whose limitations
      *> period runs out within the LIMIT-WARN-DAYS run parameter
      *> (days ahead, default 90), so collections can work it - or
      *> get a payment that restarts the clock - while it can still
      *> be demanded.  A second section lists accounts whose seven-
      *> year credit-reporting period ends in the same window, when
      *> bureauextract.cob stops reporting them.  Accounts already
      *> time-barred are counted at the foot.  Dates are the ones
      *> the nightly limitupd.cob run keeps.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LimitFile ASSIGN TO "Limitation.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LMIDNum
               FILE STATUS IS WSLimitStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout limitupd.cob writes.
       FD LimitFile.
       01 LimitRecord.
           02 LMIDNum                 PIC 9(05).
           02 LMFirstDelinqDate        PIC 9(08).
           02 LMLastPayDate            PIC 9(08).
           02 LMState                  PIC X(02).
           02 LMLimitYears             PIC 9(02).
           02 LMTimeBarDate            PIC 9(08).
           02 LMReportEndDate          PIC 9(08).
           02 LMTimeBarredFlag         PIC X(01).
               88 LMTimeBarred         VALUE 'Y'.
           02 LMReportExpiredFlag      PIC X(01).
               88 LMReportExpired      VALUE 'Y'.

       FD CustomerFile.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLimitStatus                PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "LIMITRPT".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSBarringCount               PIC 9(05) VALUE 0.
       01 WSExpiringCount              PIC 9(05) VALUE 0.
       01 WSBarredCount                PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSEndInt                     PIC 9(07).
       01 WSDaysLeft                   PIC S9(05).
       01 WSDaysEdit                   PIC ZZZZ9.
       01 WSWarnDays                   PIC 9(03) VALUE 90.
       01 WSSection                    PIC X(01).
           88 WSSectionBarring         VALUE 'B'.
           88 WSSectionReporting       VALUE 'R'.
       01 WSFullName                   PIC X(31).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
      *> Window comes from RunParams.dat (LIMIT-WARN-DAYS, 9(3)
      *> days ahead); 90 is the documented default.
           MOVE "LIMIT-WARN-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSWarnDays
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "STATUTE-OF-LIMITATIONS REPORT FOR " WSToday
               " - NEXT " WSWarnDays " DAYS"
           DISPLAY "-------------------------------------------"
           DISPLAY "Becoming time-barred:"
           SET WSSectionBarring TO TRUE
           PERFORM List-Section
           IF WSBarringCount = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " "
           DISPLAY "Leaving the credit-reporting period:"
           SET WSSectionReporting TO TRUE
           PERFORM List-Section
           IF WSExpiringCount = 0
               DISPLAY "  (none)"
           END-IF
           CLOSE CustomerFile
           DISPLAY "-------------------------------------------"
           DISPLAY "Becoming time-barred:          " WSBarringCount
           DISPLAY "Leaving the reporting period:  " WSExpiringCount
           DISPLAY "Already time-barred:           " WSBarredCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

       List-Section.
           MOVE 'N' TO WSEOF
           MOVE 0 TO WSBarredCount
           OPEN INPUT LimitFile
           IF WSLimitStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ LimitFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Check-One-Account
                   END-READ
               END-PERFORM
               CLOSE LimitFile
           END-IF.

       Check-One-Account.
           IF LMTimeBarred
               ADD 1 TO WSBarredCount
           END-IF
           EVALUATE TRUE
               WHEN WSSectionBarring AND NOT LMTimeBarred
                   COMPUTE WSEndInt =
                       FUNCTION INTEGER-OF-DATE(LMTimeBarDate)
                   COMPUTE WSDaysLeft = WSEndInt - WSTodayInt
                   IF WSDaysLeft <= WSWarnDays
                       ADD 1 TO WSBarringCount
                       PERFORM Print-One-Account
                   END-IF
               WHEN WSSectionReporting AND NOT LMReportExpired
                   COMPUTE WSEndInt =
                       FUNCTION INTEGER-OF-DATE(LMReportEndDate)
                   COMPUTE WSDaysLeft = WSEndInt - WSTodayInt
                   IF WSDaysLeft <= WSWarnDays
                       ADD 1 TO WSExpiringCount
                       PERFORM Print-One-Account
                   END-IF
           END-EVALUATE.

       Print-One-Account.
           ADD 1 TO WSLineCount
           MOVE LMIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO FirstName
                   MOVE SPACES TO LastName
                   MOVE 0 TO Balance
           END-READ
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
           MOVE Balance TO WSBalanceEdit
           MOVE WSDaysLeft TO WSDaysEdit
           DISPLAY "  " LMIDNum " " WSFullName " " WSBalanceEdit
           IF WSSectionBarring
               DISPLAY "        " LMState " " LMLimitYears
                   " yrs  delinquent " LMFirstDelinqDate
                   "  last paid " LMLastPayDate
                   "  barred " LMTimeBarDate
                   " (" WSDaysEdit " days)"
           ELSE
               DISPLAY "        delinquent " LMFirstDelinqDate
                   "  reporting ends " LMReportEndDate
                   " (" WSDaysEdit " days)"
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSLineCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
