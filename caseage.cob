       IDENTIFICATION DIVISION.
       PROGRAM-ID. caseage.
      *> Complaint case-aging report - walks CustCase.dat
      *> (caseentry.cob / caseupdate.cob) every night and lists each
      *> open case with its age in days, the operator it sits with
      *> and its service-level due date, flagged PAST DUE once the
      *> due date has gone by and DUE SOON when it falls within
      *> CASE-WARN-DAYS business days (BIZADD, against
      *> BizCalendar.dat; 3 is the documented default).  It closes
      *> with the open-case counts and, for the month to date, how
      *> many cases were resolved on or before their due date and
      *> how many late - the figure that shows whether the response
      *> commitment is being kept.  Same shape as disputeage.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "CustCase.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CaseKey
               FILE STATUS IS WSCaseStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout caseentry.cob writes.
       FD CaseFile.
       01 CaseRecord.
           02 CaseKey.
               03 CSIDNum             PIC 9(05).
               03 CSCaseNum            PIC 9(03).
           02 CSCategory               PIC X(02).
           02 CSChannel                PIC X(01).
           02 CSReceivedDate           PIC 9(08).
           02 CSDueDate                PIC 9(08).
           02 CSAssignedOp             PIC X(08).
           02 CSStatus                 PIC X(01).
               88 CSOpen               VALUE 'O'.
               88 CSResolved           VALUE 'R'.
           02 CSSummary                PIC X(40).
           02 CSResolution             PIC X(40).
           02 CSResolvedDate           PIC 9(08).
           02 CSOpenedBy               PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSCaseStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CASEAGE".
       01 WSOpenCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSReceivedInt                PIC 9(07).
       01 WSAgeDays                    PIC S9(05).
       01 WSAgeDisplay                 PIC ZZZZ9.
       01 WSWarnDays                   PIC 9(03) VALUE 3.
       01 WSWarnDate                   PIC 9(08).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSSLAText                    PIC X(08).

       01 WSCountPastDue               PIC 9(05) VALUE 0.
       01 WSCountDueSoon               PIC 9(05) VALUE 0.
       01 WSCountOnTrack               PIC 9(05) VALUE 0.
       01 WSCountOnTime                PIC 9(05) VALUE 0.
       01 WSCountLate                  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSOpenCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
      *> Warning horizon comes from RunParams.dat (CASE-WARN-DAYS,
      *> 9(3) business days); 3 is the documented default.
           MOVE "CASE-WARN-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSWarnDays
           END-IF
           CALL 'BIZADD' USING WSToday, WSWarnDays, WSWarnDate
           OPEN INPUT CaseFile
           IF WSCaseStatus NOT = "00"
               DISPLAY "No complaint cases on file - nothing to age."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSOpenCount
               GOBACK
           END-IF
           DISPLAY "OPEN COMPLAINT CASE AGING REPORT FOR " WSToday
           DISPLAY "ID NUM CASE CAT  DAYS RECEIVED DUE      "
               "ASSIGNED SERVICE  SUMMARY"
           PERFORM UNTIL WSEOF = 'Y'
               READ CaseFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CSOpen
                               PERFORM Age-One-Case
                           WHEN CSResolved
                                   AND CSResolvedDate(1:6)
                                       = WSToday(1:6)
                               PERFORM Count-One-Resolved
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CaseFile
           PERFORM Print-Totals
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSOpenCount
           GOBACK.

       Age-One-Case.
           ADD 1 TO WSOpenCount
           COMPUTE WSReceivedInt =
               FUNCTION INTEGER-OF-DATE(CSReceivedDate)
           COMPUTE WSAgeDays = WSTodayInt - WSReceivedInt
           MOVE WSAgeDays TO WSAgeDisplay
           EVALUATE TRUE
               WHEN CSDueDate < WSToday
                   MOVE "PAST DUE" TO WSSLAText
                   ADD 1 TO WSCountPastDue
               WHEN CSDueDate <= WSWarnDate
                   MOVE "DUE SOON" TO WSSLAText
                   ADD 1 TO WSCountDueSoon
               WHEN OTHER
                   MOVE SPACES TO WSSLAText
                   ADD 1 TO WSCountOnTrack
           END-EVALUATE
           DISPLAY CSIDNum "  " CSCaseNum "  " CSCategory "  "
               WSAgeDisplay " " CSReceivedDate " " CSDueDate " "
               CSAssignedOp " " WSSLAText " " CSSummary.

       Count-One-Resolved.
           IF CSResolvedDate > CSDueDate
               ADD 1 TO WSCountLate
           ELSE
               ADD 1 TO WSCountOnTime
           END-IF.

       Print-Totals.
           DISPLAY " "
           DISPLAY "Open cases reported:       " WSOpenCount
           DISPLAY "  Past service level:      " WSCountPastDue
           DISPLAY "  Due within " WSWarnDays " bus. days: "
               WSCountDueSoon
           DISPLAY "  Within service level:    " WSCountOnTrack
           DISPLAY "Resolved this month:"
           DISPLAY "  On or before due date:   " WSCountOnTime
           DISPLAY "  After due date:          " WSCountLate.

       File-Error-Abend.
           DISPLAY "CaseFile I/O error - status " WSCaseStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSOpenCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
