       IDENTIFICATION DIVISION.
       PROGRAM-ID. caseentry.
      *> Complaint case entry - opens a case on CustCase.dat for a
      *> complaint received by phone or letter, instead of it
      *> living only as CustNotes.dat free text.  Cases are keyed
      *> IDNum plus a case number that runs 001, 002 ... per
      *> customer, and carry the category, how it came in, the
      *> received date, the operator it is assigned to and a short
      *> summary.  The service-level due date is worked out here,
      *> once, from the received date: CASE-SLA-DAYS business days
      *> on (BIZADD, against BizCalendar.dat) - 15 is the documented
      *> default, our published response commitment.  caseupdate.cob
      *> reassigns and resolves cases, caseage.cob ages the open
      *> ones every night, and contacthist.cob shows them on the
      *> customer's timeline.  Prompts in the custmaint.cob style,
      *> same shape as disputemaint.cob; every case opened leaves a
      *> CUSTNOTE and an AUDITLOG row.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   Maintenance is now refused on the signed-on
      *>   operator's own account and on any account at its
      *>   address (OWNACCT). An operator with a home branch on
      *>   Operators.dat may change only that branch's
      *>   customers (BRANCHCK against CustBranch.dat); another
      *>   branch's customer is refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT CaseFile ASSIGN TO "CustCase.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CaseKey
               FILE STATUS IS WSCaseStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD CaseFile.
       01 CaseRecord.
           02 CaseKey.
               03 CSIDNum             PIC 9(05).
               03 CSCaseNum            PIC 9(03).
           02 CSCategory               PIC X(02).
               88 CSCategoryValid      VALUE "BL" "PY" "SV" "CL"
                                             "PR" "OT".
           02 CSChannel                PIC X(01).
               88 CSChannelValid       VALUE 'P' 'L' 'E' 'W'.
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
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSCaseStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CASEENTRY".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSCaseEOF                    PIC X(01).
       01 WSOpenCount                  PIC 9(03).
       01 WSLastCaseNum                PIC 9(03).
       01 WSNewCategory                PIC X(02).
       01 WSNewChannel                 PIC X(01).
       01 WSNewReceived                PIC 9(08).
       01 WSNewReceivedParts REDEFINES WSNewReceived.
           02 FILLER                   PIC 9(04).
           02 WSNewReceivedMonth       PIC 9(02).
           02 WSNewReceivedDay         PIC 9(02).
       01 WSNewAssignedOp              PIC X(08).
       01 WSNewSummary                 PIC X(40).
       01 WSReceivedValidFlag         PIC X(01).
           88 WSReceivedValid          VALUE 'Y'.
       01 WSSLADays                    PIC 9(03) VALUE 15.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole              PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no change made."
               GOBACK
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, IDNum,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, IDNum,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " IDNum " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               GOBACK
           END-IF

           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ

           IF WSFound
               PERFORM Open-Case
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           CLOSE CustomerFile
           GOBACK.

       Open-Case.
           ACCEPT WSToday FROM DATE YYYYMMDD
      *> Response commitment comes from RunParams.dat
      *> (CASE-SLA-DAYS, 9(3) business days); 15 is the documented
      *> default.
           MOVE "CASE-SLA-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSSLADays
           END-IF
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O CaseFile
      *> First case ever - create the file, then reopen for keyed
      *> update.
           IF WSCaseStatus = "35"
               OPEN OUTPUT CaseFile
               CLOSE CaseFile
               OPEN I-O CaseFile
           END-IF
           IF WSCaseStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM List-Customer-Cases
           IF WSLastCaseNum = 999
               DISPLAY "Case numbers used up for this customer - "
                   "no case opened."
           ELSE
               PERFORM Capture-Case
           END-IF
           CLOSE CaseFile.

      *> Shows the customer's open cases, so a second call about the
      *> same complaint is recognised before a duplicate is opened,
      *> and finds the last case number used.

       List-Customer-Cases.
           MOVE 0 TO WSOpenCount
           MOVE 0 TO WSLastCaseNum
           MOVE 'N' TO WSCaseEOF
           MOVE IDNum TO CSIDNum
           MOVE 0 TO CSCaseNum
           START CaseFile KEY IS NOT LESS THAN CaseKey
               INVALID KEY MOVE 'Y' TO WSCaseEOF
           END-START
           PERFORM UNTIL WSCaseEOF = 'Y'
               READ CaseFile NEXT RECORD
                   AT END MOVE 'Y' TO WSCaseEOF
                   NOT AT END
                       IF CSIDNum NOT = IDNum
                           MOVE 'Y' TO WSCaseEOF
                       ELSE
                           MOVE CSCaseNum TO WSLastCaseNum
                           IF CSOpen
                               PERFORM Show-Open-Case
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WSOpenCount = 0
               DISPLAY "No open complaint cases."
           END-IF.

       Show-Open-Case.
           IF WSOpenCount = 0
               DISPLAY "Open complaint cases:"
               DISPLAY "CASE CAT RECEIVED DUE      ASSIGNED SUMMARY"
           END-IF
           ADD 1 TO WSOpenCount
           DISPLAY CSCaseNum "  " CSCategory "  " CSReceivedDate " "
               CSDueDate " " CSAssignedOp " " CSSummary.

       Capture-Case.
           DISPLAY "Category (BL=billing, PY=payment, SV=service, "
               "CL=collections, PR=privacy, OT=other): "
               WITH NO ADVANCING
           ACCEPT WSNewCategory
           DISPLAY "Received by (P=phone, L=letter, E=e-mail, "
               "W=walk-in): " WITH NO ADVANCING
           ACCEPT WSNewChannel
           DISPLAY "Date received (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewReceived
           ACCEPT WSNewReceived
           IF WSNewReceived = 0
               MOVE WSToday TO WSNewReceived
           END-IF
           DISPLAY "Summary of the complaint: " WITH NO ADVANCING
           MOVE SPACES TO WSNewSummary
           ACCEPT WSNewSummary
           DISPLAY "Assign to operator (blank = yourself): "
               WITH NO ADVANCING
           MOVE SPACES TO WSNewAssignedOp
           ACCEPT WSNewAssignedOp
           IF WSNewAssignedOp = SPACES
               MOVE WSOperatorId TO WSNewAssignedOp
           END-IF
           MOVE WSNewCategory TO CSCategory
           MOVE WSNewChannel TO CSChannel
           CALL 'DATEVAL' USING WSNewReceivedMonth, WSNewReceivedDay,
               WSReceivedValidFlag
           EVALUATE TRUE
               WHEN NOT CSCategoryValid
                   DISPLAY "Invalid category - no case opened."
               WHEN NOT CSChannelValid
                   DISPLAY "Invalid channel - no case opened."
               WHEN NOT WSReceivedValid OR WSNewReceived > WSToday
                   DISPLAY "Invalid received date - no case opened."
               WHEN WSNewSummary = SPACES
                   DISPLAY "A summary is required - no case opened."
               WHEN OTHER
                   PERFORM Store-Case
           END-EVALUATE.

       Store-Case.
           MOVE IDNum TO CSIDNum
           COMPUTE CSCaseNum = WSLastCaseNum + 1
           MOVE WSNewCategory TO CSCategory
           MOVE WSNewChannel TO CSChannel
           MOVE WSNewReceived TO CSReceivedDate
           CALL 'BIZADD' USING CSReceivedDate, WSSLADays, CSDueDate
           MOVE WSNewAssignedOp TO CSAssignedOp
           SET CSOpen TO TRUE
           MOVE WSNewSummary TO CSSummary
           MOVE SPACES TO CSResolution
           MOVE 0 TO CSResolvedDate
           MOVE WSOperatorId TO CSOpenedBy
           WRITE CaseRecord
               INVALID KEY PERFORM File-Error-Abend
           END-WRITE
           MOVE SPACES TO WSNoteText
           STRING "COMPLAINT CASE " DELIMITED BY SIZE
               CSCaseNum DELIMITED BY SIZE
               " OPENED (" DELIMITED BY SIZE
               CSCategory DELIMITED BY SIZE
               ") - RESPONSE DUE " DELIMITED BY SIZE
               CSDueDate DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE SPACES TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           STRING "CASE " DELIMITED BY SIZE
               CSCaseNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CSCategory DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               CSDueDate DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               CSAssignedOp DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "CASOPN", IDNum,
               WSAuditBefore, WSAuditAfter
           DISPLAY "Case " CSCaseNum " opened - response due "
               CSDueDate ".".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSCaseStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
