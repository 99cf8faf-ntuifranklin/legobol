       IDENTIFICATION DIVISION.
       PROGRAM-ID. prefmaint.
      *> Contact-preference maintenance - records what a customer
      *> has told us about how they may be contacted, on
      *> CommPref.dat (one row per IDNum): do not call at all, no
      *> calls to their work number, no marketing mail, a calling
      *> window (no calls before / after a time of day), and
      *> whether they have given or revoked consent to autodialed
      *> calls.  Each preference carries the date it was last
      *> changed and the source of that change (phone, letter,
      *> e-mail, attorney, in person), and every change is written
      *> to the audit trail through AUDITLOG and noted through
      *> CUSTNOTE.  The outbound runs - workqueue.cob's dialer
      *> campaign, letterprint.cob, maillabels.cob, dunning.cob -
      *> honor the registry through PREFCHK and log what they held
      *> back through PREFLOG.  Prompts in the custmaint.cob style,
      *> same shape as dncmaint.cob; a blank answer leaves that
      *> preference as it was.
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
           SELECT PrefFile ASSIGN TO "CommPref.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CPIDNum
               FILE STATUS IS WSPrefStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD PrefFile.
       01 PrefRecord.
           02 CPIDNum                 PIC 9(05).
           02 CPNoCall                 PIC X(01).
               88 CPDoNotCall          VALUE 'Y'.
           02 CPNoCallDate             PIC 9(08).
           02 CPNoCallSource           PIC X(01).
           02 CPNoWorkCall             PIC X(01).
               88 CPNotAtWork          VALUE 'Y'.
           02 CPWorkPhone              PIC 9(10).
           02 CPNoWorkDate             PIC 9(08).
           02 CPNoWorkSource           PIC X(01).
           02 CPNoMarketing            PIC X(01).
               88 CPNoMarketingMail    VALUE 'Y'.
           02 CPNoMarketDate           PIC 9(08).
           02 CPNoMarketSource         PIC X(01).
           02 CPCallFrom               PIC 9(04).
           02 CPCallTo                 PIC 9(04).
           02 CPWindowDate             PIC 9(08).
           02 CPWindowSource           PIC X(01).
           02 CPAutoConsent            PIC X(01).
               88 CPConsentGiven       VALUE 'Y'.
               88 CPConsentRevoked     VALUE 'N'.
           02 CPConsentDate            PIC 9(08).
           02 CPRevokeDate             PIC 9(08).
           02 CPConsentSource          PIC X(01).
           02 CPChangeDate             PIC 9(08).
           02 CPChangeOp               PIC X(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSPrefStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "PREFMAINT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSPrefFoundFlag             PIC X(01) VALUE 'N'.
           88 WSPrefFound              VALUE 'Y'.
       01 WSChangedFlag               PIC X(01) VALUE 'N'.
           88 WSChanged                VALUE 'Y'.
       01 WSDncFlag                   PIC X(01).
           88 WSDoNotCall              VALUE 'Y'.
       01 WSSource                     PIC X(01).
           88 WSSourceValid            VALUE 'P' 'L' 'E' 'A' 'I'.
       01 WSAnswer                     PIC X(01).
           88 WSAnswerYes              VALUE 'Y'.
           88 WSAnswerNo               VALUE 'N'.
           88 WSAnswerBlank            VALUE SPACE.
       01 WSConsentAnswer              PIC X(01).
           88 WSConsentGive            VALUE 'G'.
           88 WSConsentRevoke          VALUE 'R'.
           88 WSConsentBlank           VALUE SPACE.
       01 WSNewWorkPhone               PIC 9(10).
       01 WSTimeInput                  PIC X(04).
       01 WSNewFrom                    PIC 9(04).
       01 WSNewFromParts REDEFINES WSNewFrom.
           02 WSNewFromHour            PIC 9(02).
           02 WSNewFromMinute          PIC 9(02).
       01 WSNewTo                      PIC 9(04).
       01 WSNewToParts REDEFINES WSNewTo.
           02 WSNewToHour              PIC 9(02).
           02 WSNewToMinute            PIC 9(02).
       01 WSTimesValidFlag            PIC X(01).
           88 WSTimesValid             VALUE 'Y'.
       01 WSAuditEvent                 PIC X(06).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole              PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
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
           CLOSE CustomerFile

           IF WSFound
               PERFORM Maintain-Preferences
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-Preferences.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           DISPLAY "Phone:    " Phone
           OPEN I-O PrefFile
      *> First preference ever - create the file, then reopen for
      *> keyed update.
           IF WSPrefStatus = "35"
               OPEN OUTPUT PrefFile
               CLOSE PrefFile
               OPEN I-O PrefFile
           END-IF
           IF WSPrefStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO CPIDNum
           READ PrefFile
               INVALID KEY MOVE 'N' TO WSPrefFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSPrefFoundFlag
           END-READ
           IF NOT WSPrefFound
               PERFORM Initialize-Preferences
           END-IF
           PERFORM Show-Preferences
           DISPLAY "Source of the request (P=phone, L=letter, "
               "E=e-mail, A=attorney, I=in person): "
               WITH NO ADVANCING
           ACCEPT WSSource
           IF NOT WSSourceValid
               DISPLAY "Invalid source - no change made."
           ELSE
               DISPLAY "Blank leaves a preference as it is."
               PERFORM Ask-No-Call
               PERFORM Ask-No-Work-Call
               PERFORM Ask-No-Marketing
               PERFORM Ask-Call-Window
               PERFORM Ask-Autodial-Consent
               PERFORM Store-Preferences
           END-IF
           CLOSE PrefFile.

       Initialize-Preferences.
           MOVE IDNum TO CPIDNum
           MOVE 'N' TO CPNoCall
           MOVE 0 TO CPNoCallDate
           MOVE SPACE TO CPNoCallSource
           MOVE 'N' TO CPNoWorkCall
           MOVE 0 TO CPWorkPhone
           MOVE 0 TO CPNoWorkDate
           MOVE SPACE TO CPNoWorkSource
           MOVE 'N' TO CPNoMarketing
           MOVE 0 TO CPNoMarketDate
           MOVE SPACE TO CPNoMarketSource
           MOVE 0 TO CPCallFrom
           MOVE 0 TO CPCallTo
           MOVE 0 TO CPWindowDate
           MOVE SPACE TO CPWindowSource
           MOVE SPACE TO CPAutoConsent
           MOVE 0 TO CPConsentDate
           MOVE 0 TO CPRevokeDate
           MOVE SPACE TO CPConsentSource
           MOVE 0 TO CPChangeDate
           MOVE SPACES TO CPChangeOp.

       Show-Preferences.
           IF NOT WSPrefFound
               DISPLAY "No contact preferences recorded."
           END-IF
           DISPLAY "Do not call:        " CPNoCall
               "  " CPNoCallDate " " CPNoCallSource
           DISPLAY "No calls at work:   " CPNoWorkCall
               "  " CPNoWorkDate " " CPNoWorkSource
               "  work phone " CPWorkPhone
           DISPLAY "No marketing mail:  " CPNoMarketing
               "  " CPNoMarketDate " " CPNoMarketSource
           DISPLAY "Calling window:     " CPCallFrom "-" CPCallTo
               "  " CPWindowDate " " CPWindowSource
           EVALUATE TRUE
               WHEN CPConsentGiven
                   DISPLAY "Autodial consent:   GIVEN " CPConsentDate
                       " " CPConsentSource
               WHEN CPConsentRevoked
                   DISPLAY "Autodial consent:   REVOKED "
                       CPRevokeDate " " CPConsentSource
               WHEN OTHER
                   DISPLAY "Autodial consent:   not recorded"
           END-EVALUATE
           CALL 'DNCSTAT' USING IDNum, WSDncFlag
           IF WSDoNotCall
               DISPLAY "(Also flagged on the Do Not Call list - "
                   "cleared only there.)"
           END-IF.

       Ask-No-Call.
           DISPLAY "Do not call at all (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WSAnswer
           ACCEPT WSAnswer
           IF (WSAnswerYes OR WSAnswerNo) AND WSAnswer NOT = CPNoCall
               MOVE "PRFDNC" TO WSAuditEvent
               MOVE SPACES TO WSAuditBefore
               MOVE SPACES TO WSAuditAfter
               STRING "DO NOT CALL " DELIMITED BY SIZE
                   CPNoCall DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               MOVE WSAnswer TO CPNoCall
               MOVE WSToday TO CPNoCallDate
               MOVE WSSource TO CPNoCallSource
               STRING "DO NOT CALL " DELIMITED BY SIZE
                   CPNoCall DELIMITED BY SIZE
                   " SOURCE " DELIMITED BY SIZE
                   WSSource DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               PERFORM Record-Change
           END-IF.

      *> Only the number we must not ring at work is held - the
      *> outbound runs compare it with the number they would dial.

       Ask-No-Work-Call.
           DISPLAY "No calls at work (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WSAnswer
           ACCEPT WSAnswer
           MOVE CPWorkPhone TO WSNewWorkPhone
           IF WSAnswerYes
               DISPLAY "Work phone number: " WITH NO ADVANCING
               MOVE 0 TO WSNewWorkPhone
               ACCEPT WSNewWorkPhone
               IF WSNewWorkPhone = 0
                   DISPLAY "A work number is required - no calls "
                       "at work not changed."
                   MOVE SPACE TO WSAnswer
               END-IF
           END-IF
           IF (WSAnswerYes OR WSAnswerNo)
                   AND (WSAnswer NOT = CPNoWorkCall
                       OR WSNewWorkPhone NOT = CPWorkPhone)
               MOVE "PRFWRK" TO WSAuditEvent
               MOVE SPACES TO WSAuditBefore
               MOVE SPACES TO WSAuditAfter
               STRING "NOT AT WORK " DELIMITED BY SIZE
                   CPNoWorkCall DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CPWorkPhone DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               MOVE WSAnswer TO CPNoWorkCall
               MOVE WSNewWorkPhone TO CPWorkPhone
               MOVE WSToday TO CPNoWorkDate
               MOVE WSSource TO CPNoWorkSource
               STRING "NOT AT WORK " DELIMITED BY SIZE
                   CPNoWorkCall DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CPWorkPhone DELIMITED BY SIZE
                   " SOURCE " DELIMITED BY SIZE
                   WSSource DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               PERFORM Record-Change
           END-IF.

       Ask-No-Marketing.
           DISPLAY "No marketing mail (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WSAnswer
           ACCEPT WSAnswer
           IF (WSAnswerYes OR WSAnswerNo)
                   AND WSAnswer NOT = CPNoMarketing
               MOVE "PRFMKT" TO WSAuditEvent
               MOVE SPACES TO WSAuditBefore
               MOVE SPACES TO WSAuditAfter
               STRING "NO MARKETING " DELIMITED BY SIZE
                   CPNoMarketing DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               MOVE WSAnswer TO CPNoMarketing
               MOVE WSToday TO CPNoMarketDate
               MOVE WSSource TO CPNoMarketSource
               STRING "NO MARKETING " DELIMITED BY SIZE
                   CPNoMarketing DELIMITED BY SIZE
                   " SOURCE " DELIMITED BY SIZE
                   WSSource DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               PERFORM Record-Change
           END-IF.

      *> Times are 24-hour HHMM; 0000 for both clears the window.

       Ask-Call-Window.
           DISPLAY "Earliest call time (HHMM, 0000 = no limit): "
               WITH NO ADVANCING
           MOVE SPACES TO WSTimeInput
           ACCEPT WSTimeInput
           IF WSTimeInput NOT = SPACES
               MOVE 'N' TO WSTimesValidFlag
               IF WSTimeInput NUMERIC
                   MOVE WSTimeInput TO WSNewFrom
                   DISPLAY "Latest call time (HHMM, 0000 = no "
                       "limit): " WITH NO ADVANCING
                   MOVE SPACES TO WSTimeInput
                   ACCEPT WSTimeInput
                   IF WSTimeInput NUMERIC
                       MOVE WSTimeInput TO WSNewTo
                       PERFORM Validate-Window
                   END-IF
               END-IF
               IF NOT WSTimesValid
                   DISPLAY "Invalid calling window - window not "
                       "changed."
               ELSE
                   IF WSNewFrom NOT = CPCallFrom
                           OR WSNewTo NOT = CPCallTo
                       PERFORM Change-Window
                   END-IF
               END-IF
           END-IF.

       Validate-Window.
           EVALUATE TRUE
               WHEN WSNewFrom = 0 AND WSNewTo = 0
                   SET WSTimesValid TO TRUE
               WHEN WSNewFromHour > 23 OR WSNewFromMinute > 59
                   CONTINUE
               WHEN WSNewToHour > 23 OR WSNewToMinute > 59
                   CONTINUE
               WHEN WSNewTo NOT > WSNewFrom
                   CONTINUE
               WHEN OTHER
                   SET WSTimesValid TO TRUE
           END-EVALUATE.

       Change-Window.
           MOVE "PRFWIN" TO WSAuditEvent
           MOVE SPACES TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           STRING "CALL WINDOW " DELIMITED BY SIZE
               CPCallFrom DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CPCallTo DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING
           MOVE WSNewFrom TO CPCallFrom
           MOVE WSNewTo TO CPCallTo
           MOVE WSToday TO CPWindowDate
           MOVE WSSource TO CPWindowSource
           STRING "CALL WINDOW " DELIMITED BY SIZE
               CPCallFrom DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CPCallTo DELIMITED BY SIZE
               " SOURCE " DELIMITED BY SIZE
               WSSource DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           PERFORM Record-Change.

      *> Consent keeps both dates - when it was given and when it
      *> was revoked - since either may be asked for later.

       Ask-Autodial-Consent.
           DISPLAY "Autodialed-call consent (G=given, R=revoked): "
               WITH NO ADVANCING
           MOVE SPACE TO WSConsentAnswer
           ACCEPT WSConsentAnswer
           EVALUATE TRUE
               WHEN WSConsentGive AND NOT CPConsentGiven
                   PERFORM Start-Consent-Audit
                   SET CPConsentGiven TO TRUE
                   MOVE WSToday TO CPConsentDate
                   PERFORM Finish-Consent-Audit
               WHEN WSConsentRevoke AND NOT CPConsentRevoked
                   PERFORM Start-Consent-Audit
                   SET CPConsentRevoked TO TRUE
                   MOVE WSToday TO CPRevokeDate
                   PERFORM Finish-Consent-Audit
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Start-Consent-Audit.
           MOVE "PRFCON" TO WSAuditEvent
           MOVE SPACES TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           STRING "AUTODIAL CONSENT " DELIMITED BY SIZE
               CPAutoConsent DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING.

       Finish-Consent-Audit.
           MOVE WSSource TO CPConsentSource
           STRING "AUTODIAL CONSENT " DELIMITED BY SIZE
               CPAutoConsent DELIMITED BY SIZE
               " SOURCE " DELIMITED BY SIZE
               WSSource DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           PERFORM Record-Change.

       Record-Change.
           CALL 'AUDITLOG' USING WSProgramId, WSAuditEvent, IDNum,
               WSAuditBefore, WSAuditAfter
           SET WSChanged TO TRUE.

       Store-Preferences.
           IF NOT WSChanged
               DISPLAY "No change made."
           ELSE
               MOVE WSToday TO CPChangeDate
               MOVE WSOperatorId TO CPChangeOp
               IF WSPrefFound
                   REWRITE PrefRecord
               ELSE
                   WRITE PrefRecord
               END-IF
               MOVE SPACES TO WSNoteText
               STRING "CONTACT PREFERENCES CHANGED - SOURCE "
                   DELIMITED BY SIZE
                   WSSource DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING IDNum, WSNoteText
               DISPLAY "Contact preferences updated."
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSPrefStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
