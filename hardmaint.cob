       IDENTIFICATION DIVISION.
       PROGRAM-ID. hardmaint.
      *> Hardship-program maintenance - enrolls a customer who has
      *> hit a hard time (job loss, illness and the like) in a
      *> temporary relief program on Hardship.dat: the reason, the
      *> start and end dates, a reduced monthly interest rate (zero
      *> for no interest at all), and whether fees are suppressed.
      *> Every enrollment - and every change to one - is held
      *> pending until a DIFFERENT operator with the supervisor role
      *> (per OPERID) approves it here, the settlemaint.cob dual-
      *> control rule.  Once approved, custinterest.cob charges the
      *> reduced rate and waives the late fee, recurgen.cob waives
      *> recurring charges when fees are suppressed, and dunning.cob
      *> holds the account, all through HARDSTAT, for as long as
      *> the program runs; what was given up is logged through
      *> HARDLOG for hardrpt.cob.  Approval diaries a CustDiary.dat
      *> tickler item two weeks before the end date so the
      *> collector reviews the account before relief runs out.
      *> Prompts in the custmaint.cob style, same shape as
      *> settlemaint.cob; every change leaves a CUSTNOTE.
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
           SELECT HardshipFile ASSIGN TO "Hardship.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HSIDNum
               FILE STATUS IS WSHardStatus.
           SELECT DiaryFile ASSIGN TO "CustDiary.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DiaryKey
               FILE STATUS IS WSDiaryStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD HardshipFile.
       01 HardshipRecord.
           02 HSIDNum                 PIC 9(05).
           02 HSReason                 PIC X(20).
           02 HSStartDate              PIC 9(08).
           02 HSEndDate                PIC 9(08).
           02 HSRate                   PIC 9V999.
           02 HSFeeSuppress            PIC X(01).
               88 HSFeesSuppressed     VALUE 'Y'.
           02 HSRequestOp              PIC X(08).
           02 HSApproveOp              PIC X(08).
           02 HSStatus                 PIC X(01).
               88 HSPending            VALUE 'P'.
               88 HSApproved           VALUE 'A'.
               88 HSCancelled          VALUE 'C'.
           02 HSClosedDate             PIC 9(08).

      *> Same layout diaryadd.cob writes.
       FD DiaryFile.
       01 DiaryRecord.
           02 DiaryKey.
               03 DiIDNum             PIC 9(05).
               03 DiDueDate            PIC 9(08).
               03 DiSeq                PIC 9(02).
           02 DiText                   PIC X(40).
           02 DiStatus                 PIC X(01).
               88 DiOpen               VALUE 'O'.
               88 DiClosed             VALUE 'C'.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSHardStatus                 PIC X(02).
       01 WSDiaryStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "HARDMAINT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSHardFoundFlag             PIC X(01) VALUE 'N'.
           88 WSHardFound              VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionEnroll           VALUE 'E'.
           88 WSActionApprove          VALUE 'A'.
           88 WSActionCancel           VALUE 'C'.
       01 WSNewReason                  PIC X(20).
       01 WSNewStartDate               PIC 9(08).
       01 WSNewStartParts REDEFINES WSNewStartDate.
           02 FILLER                   PIC 9(04).
           02 WSNewStartMonth          PIC 9(02).
           02 WSNewStartDay            PIC 9(02).
       01 WSNewEndDate                 PIC 9(08).
       01 WSNewEndParts REDEFINES WSNewEndDate.
           02 FILLER                   PIC 9(04).
           02 WSNewEndMonth            PIC 9(02).
           02 WSNewEndDay              PIC 9(02).
       01 WSNewRate                    PIC 9V999.
       01 WSNewFeeSuppress            PIC X(01).
       01 WSStartValidFlag            PIC X(01).
           88 WSStartValid             VALUE 'Y'.
       01 WSEndValidFlag              PIC X(01).
           88 WSEndValid               VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole              PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSTicklerDate                PIC 9(08).
       01 WSTicklerInt                 PIC 9(07).
       01 WSWrittenFlag               PIC X(01).
           88 WSWritten                VALUE 'Y'.
       01 WSDiaryEOF                   PIC X(01).
       01 WSClosedItems                PIC 9(03).
       01 WSRateEdit                   PIC 9.999.
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

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
               PERFORM Maintain-Hardship
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           CLOSE CustomerFile
           GOBACK.

       Maintain-Hardship.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Current Balance: " WSBalanceEdit
           OPEN I-O HardshipFile
      *> First enrollment ever - create the file, then reopen for
      *> keyed update.
           IF WSHardStatus = "35"
               OPEN OUTPUT HardshipFile
               CLOSE HardshipFile
               OPEN I-O HardshipFile
           END-IF
           IF WSHardStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO HSIDNum
           READ HardshipFile
               INVALID KEY MOVE 'N' TO WSHardFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSHardFoundFlag
           END-READ
           IF WSHardFound
               PERFORM Show-Hardship
           ELSE
               DISPLAY "Customer has no hardship program."
           END-IF
           DISPLAY "Action (E=enroll/change, A=approve, "
               "C=cancel): " WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionEnroll
                   PERFORM Capture-Hardship
               WHEN WSActionApprove AND WSHardFound AND HSPending
                   PERFORM Approve-Hardship
               WHEN WSActionApprove
                   DISPLAY "Nothing awaiting approval."
               WHEN WSActionCancel AND WSHardFound AND HSPending
                   DELETE HardshipFile RECORD
                   MOVE "HARDSHIP REQUEST WITHDRAWN BEFORE APPROVAL"
                       TO WSNoteText
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   DISPLAY "Hardship request withdrawn."
               WHEN WSActionCancel AND WSHardFound AND HSApproved
                   PERFORM Cancel-Hardship
               WHEN WSActionCancel
                   DISPLAY "Nothing to cancel."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE HardshipFile.

       Show-Hardship.
           MOVE HSRate TO WSRateEdit
           DISPLAY "Hardship program on file - " HSReason
           DISPLAY "  " HSStartDate " to " HSEndDate
               ", monthly rate " WSRateEdit
               ", fees suppressed " HSFeeSuppress
           EVALUATE TRUE
               WHEN HSPending
                   DISPLAY "  status: AWAITING SUPERVISOR APPROVAL"
                       ", keyed by " HSRequestOp
               WHEN HSApproved AND HSEndDate < WSToday
                   DISPLAY "  status: EXPIRED, approved by "
                       HSApproveOp
               WHEN HSApproved
                   DISPLAY "  status: APPROVED by " HSApproveOp
               WHEN HSCancelled
                   DISPLAY "  status: CANCELLED " HSClosedDate
           END-EVALUATE.

       Capture-Hardship.
           DISPLAY "Hardship reason: " WITH NO ADVANCING
           MOVE SPACES TO WSNewReason
           ACCEPT WSNewReason
           DISPLAY "Program start date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WSNewStartDate
           DISPLAY "Program end date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WSNewEndDate
           DISPLAY "Reduced monthly interest rate (e.g. .005, "
               "0 = none): " WITH NO ADVANCING
           MOVE 0 TO WSNewRate
           ACCEPT WSNewRate
           DISPLAY "Suppress fees during the program (Y/N): "
               WITH NO ADVANCING
           ACCEPT WSNewFeeSuppress
           CALL 'DATEVAL' USING WSNewStartMonth, WSNewStartDay,
               WSStartValidFlag
           CALL 'DATEVAL' USING WSNewEndMonth, WSNewEndDay,
               WSEndValidFlag
           EVALUATE TRUE
               WHEN WSNewReason = SPACES
                   DISPLAY "A reason is required - no change made."
               WHEN NOT WSStartValid
                   DISPLAY "Invalid start date - no change made."
               WHEN NOT WSEndValid OR WSNewEndDate < WSToday
                   DISPLAY "Invalid end date - no change made."
               WHEN WSNewEndDate NOT > WSNewStartDate
                   DISPLAY "End date must follow the start date - "
                       "no change made."
               WHEN WSNewRate NOT < 1
                   DISPLAY "Invalid rate - no change made."
               WHEN WSNewFeeSuppress NOT = 'Y'
                       AND WSNewFeeSuppress NOT = 'N'
                   DISPLAY "Answer Y or N for fees - no change made."
               WHEN OTHER
                   PERFORM Store-Hardship
           END-EVALUATE.

      *> Changing an approved program puts it back to pending - the
      *> relief stops until a supervisor approves the new terms, and
      *> the old end-date tickler goes with the old terms.

       Store-Hardship.
           IF WSHardFound AND HSApproved
               PERFORM Close-Hardship-Tickler
           END-IF
           MOVE IDNum TO HSIDNum
           MOVE WSNewReason TO HSReason
           MOVE WSNewStartDate TO HSStartDate
           MOVE WSNewEndDate TO HSEndDate
           MOVE WSNewRate TO HSRate
           MOVE WSNewFeeSuppress TO HSFeeSuppress
           MOVE WSOperatorId TO HSRequestOp
           MOVE SPACES TO HSApproveOp
           SET HSPending TO TRUE
           MOVE 0 TO HSClosedDate
           IF WSHardFound
               REWRITE HardshipRecord
           ELSE
               WRITE HardshipRecord
           END-IF
           MOVE SPACES TO WSNoteText
           STRING "HARDSHIP PROGRAM REQUESTED - " DELIMITED BY SIZE
               HSReason DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE SPACES TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           MOVE HSRate TO WSRateEdit
           STRING HSStartDate DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HSEndDate DELIMITED BY SIZE
               " RATE " DELIMITED BY SIZE
               WSRateEdit DELIMITED BY SIZE
               " FEES " DELIMITED BY SIZE
               HSFeeSuppress DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "HRDREQ", IDNum,
               WSAuditBefore, WSAuditAfter
           DISPLAY "Hardship program recorded - held for "
               "supervisor approval.".

       Approve-Hardship.
           IF NOT WSRoleSupervisor
               DISPLAY "Supervisor role required to approve - "
                   "no change made."
           ELSE
               IF WSOperatorId = HSRequestOp
                   DISPLAY "The operator who keyed the program "
                       "cannot approve it - no change made."
               ELSE
                   MOVE WSOperatorId TO HSApproveOp
                   SET HSApproved TO TRUE
                   REWRITE HardshipRecord
                   MOVE SPACES TO WSNoteText
                   STRING "HARDSHIP PROGRAM APPROVED BY "
                           DELIMITED BY SIZE
                       WSOperatorId DELIMITED BY SIZE
                       " UNTIL " DELIMITED BY SIZE
                       HSEndDate DELIMITED BY SIZE
                       INTO WSNoteText
                   END-STRING
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   MOVE "PENDING" TO WSAuditBefore
                   MOVE "APPROVED" TO WSAuditAfter
                   CALL 'AUDITLOG' USING WSProgramId, "HRDAPP",
                       IDNum, WSAuditBefore, WSAuditAfter
                   PERFORM Diary-Hardship-Tickler
                   DISPLAY "Hardship program approved."
               END-IF
           END-IF.

       Cancel-Hardship.
           PERFORM Close-Hardship-Tickler
           SET HSCancelled TO TRUE
           MOVE WSToday TO HSClosedDate
           REWRITE HardshipRecord
           MOVE "HARDSHIP PROGRAM CANCELLED - NORMAL TERMS RESUME"
               TO WSNoteText
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE "APPROVED" TO WSAuditBefore
           MOVE "CANCELLED" TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "HRDCAN", IDNum,
               WSAuditBefore, WSAuditAfter
           DISPLAY "Hardship program cancelled.".

      *> The review item falls due fourteen days before the program
      *> ends - today, for a program shorter than that.

       Diary-Hardship-Tickler.
           PERFORM Open-Diary
           COMPUTE WSTicklerInt =
               FUNCTION INTEGER-OF-DATE(HSEndDate) - 14
           COMPUTE WSTicklerDate =
               FUNCTION DATE-OF-INTEGER(WSTicklerInt)
           IF WSTicklerDate < WSToday
               MOVE WSToday TO WSTicklerDate
           END-IF
           MOVE IDNum TO DiIDNum
           MOVE WSTicklerDate TO DiDueDate
           MOVE SPACES TO DiText
           STRING "HARDSHIP ENDS " DELIMITED BY SIZE
               HSEndDate DELIMITED BY SIZE
               " - REVIEW" DELIMITED BY SIZE
               INTO DiText
           END-STRING
           SET DiOpen TO TRUE
      *> Bump the sequence past any items already diaried for this
      *> customer and day, as diaryadd.cob does.
           MOVE 'N' TO WSWrittenFlag
           PERFORM Write-With-Next-Seq
               VARYING DiSeq FROM 1 BY 1
               UNTIL WSWritten OR DiSeq > 99
           IF WSWritten
               DISPLAY "Review diaried for " WSTicklerDate "."
           ELSE
               DISPLAY "Diary full for " WSTicklerDate
                   " - review not diaried."
           END-IF
           CLOSE DiaryFile.

       Write-With-Next-Seq.
           WRITE DiaryRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WSWritten TO TRUE
           END-WRITE.

      *> Closes the open end-date review item(s) for this customer,
      *> found by their text - the program they were diaried for no
      *> longer stands.

       Close-Hardship-Tickler.
           PERFORM Open-Diary
           MOVE 0 TO WSClosedItems
           MOVE 'N' TO WSDiaryEOF
           MOVE IDNum TO DiIDNum
           MOVE 0 TO DiDueDate
           MOVE 0 TO DiSeq
           START DiaryFile KEY IS NOT LESS THAN DiaryKey
               INVALID KEY MOVE 'Y' TO WSDiaryEOF
           END-START
           PERFORM UNTIL WSDiaryEOF = 'Y'
               READ DiaryFile NEXT RECORD
                   AT END MOVE 'Y' TO WSDiaryEOF
                   NOT AT END
                       IF DiIDNum NOT = IDNum
                           MOVE 'Y' TO WSDiaryEOF
                       ELSE
                           IF DiOpen
                                   AND DiText(1:14) = "HARDSHIP ENDS "
                               SET DiClosed TO TRUE
                               REWRITE DiaryRecord
                               ADD 1 TO WSClosedItems
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DiaryFile
           IF WSClosedItems > 0
               DISPLAY "End-date review closed on the diary."
           END-IF.

       Open-Diary.
           OPEN I-O DiaryFile
      *> First diary item ever - create the file, then reopen for
      *> keyed update.
           IF WSDiaryStatus = "35"
               OPEN OUTPUT DiaryFile
               CLOSE DiaryFile
               OPEN I-O DiaryFile
           END-IF
           IF WSDiaryStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSHardStatus " / " WSDiaryStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
