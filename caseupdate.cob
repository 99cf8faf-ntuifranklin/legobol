       IDENTIFICATION DIVISION.
       PROGRAM-ID. caseupdate.
      *> Complaint case update - works a case caseentry.cob opened
      *> on CustCase.dat: lists the customer's cases, then on the
      *> one chosen either reassigns it to another operator or
      *> resolves it with a short resolution and today's date.  The
      *> resolution date against the service-level due date is what
      *> proves (or disproves) the response commitment, so it is
      *> not keyable - a case is resolved the day it is recorded
      *> here, and the screen says so when that is past due.
      *> Prompts in the custmaint.cob style, same shape as
      *> disputemaint.cob; every change leaves a CUSTNOTE and an
      *> AUDITLOG row.
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
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSCaseStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CASEUPDATE".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSCaseFoundFlag             PIC X(01) VALUE 'N'.
           88 WSCaseFound              VALUE 'Y'.
       01 WSCaseEOF                    PIC X(01).
       01 WSCaseCount                  PIC 9(03).
       01 WSChosenCase                 PIC 9(03).
       01 WSAction                    PIC X(01).
           88 WSActionAssign           VALUE 'A'.
           88 WSActionResolve          VALUE 'R'.
       01 WSNewAssignedOp              PIC X(08).
       01 WSNewResolution              PIC X(40).
       01 WSStatusText                 PIC X(08).
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
               PERFORM Update-Case
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           CLOSE CustomerFile
           GOBACK.

       Update-Case.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O CaseFile
           IF WSCaseStatus = "35"
               DISPLAY "No complaint cases on file."
           ELSE
               IF WSCaseStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               PERFORM Choose-Case
               CLOSE CaseFile
           END-IF.

       Choose-Case.
           PERFORM List-Customer-Cases
           IF WSCaseCount = 0
               DISPLAY "Customer has no complaint cases."
           ELSE
               DISPLAY "Case number: " WITH NO ADVANCING
               MOVE 0 TO WSChosenCase
               ACCEPT WSChosenCase
               MOVE IDNum TO CSIDNum
               MOVE WSChosenCase TO CSCaseNum
               READ CaseFile
                   INVALID KEY MOVE 'N' TO WSCaseFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSCaseFoundFlag
               END-READ
               IF WSCaseFound
                   PERFORM Work-Case
               ELSE
                   DISPLAY "Case " WSChosenCase " not found."
               END-IF
           END-IF.

       List-Customer-Cases.
           MOVE 0 TO WSCaseCount
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
                           PERFORM Show-One-Case
                       END-IF
               END-READ
           END-PERFORM.

       Show-One-Case.
           IF WSCaseCount = 0
               DISPLAY "CASE CAT RECEIVED DUE      STATUS   "
                   "ASSIGNED SUMMARY"
           END-IF
           ADD 1 TO WSCaseCount
           EVALUATE TRUE
               WHEN CSResolved
                   MOVE "RESOLVED" TO WSStatusText
               WHEN CSDueDate < WSToday
                   MOVE "PAST DUE" TO WSStatusText
               WHEN OTHER
                   MOVE "OPEN" TO WSStatusText
           END-EVALUATE
           DISPLAY CSCaseNum "  " CSCategory "  " CSReceivedDate " "
               CSDueDate " " WSStatusText " " CSAssignedOp " "
               CSSummary.

       Work-Case.
           DISPLAY "Case " CSCaseNum " - " CSSummary
           DISPLAY "  received " CSReceivedDate " by " CSChannel
               ", opened by " CSOpenedBy ", due " CSDueDate
           IF CSResolved
               DISPLAY "  RESOLVED " CSResolvedDate " - "
                   CSResolution
               DISPLAY "Case is already resolved - no change made."
           ELSE
               DISPLAY "  assigned to " CSAssignedOp
               DISPLAY "Action (A=reassign, R=resolve): "
                   WITH NO ADVANCING
               ACCEPT WSAction
               EVALUATE TRUE
                   WHEN WSActionAssign
                       PERFORM Reassign-Case
                   WHEN WSActionResolve
                       PERFORM Resolve-Case
                   WHEN OTHER
                       DISPLAY "No change made."
               END-EVALUATE
           END-IF.

       Reassign-Case.
           DISPLAY "Assign to operator: " WITH NO ADVANCING
           MOVE SPACES TO WSNewAssignedOp
           ACCEPT WSNewAssignedOp
           IF WSNewAssignedOp = SPACES
                   OR WSNewAssignedOp = CSAssignedOp
               DISPLAY "No change made."
           ELSE
               MOVE SPACES TO WSAuditBefore
               MOVE SPACES TO WSAuditAfter
               STRING "CASE " DELIMITED BY SIZE
                   CSCaseNum DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   CSAssignedOp DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               MOVE WSNewAssignedOp TO CSAssignedOp
               REWRITE CaseRecord
                   INVALID KEY PERFORM File-Error-Abend
               END-REWRITE
               STRING "CASE " DELIMITED BY SIZE
                   CSCaseNum DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   CSAssignedOp DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               CALL 'AUDITLOG' USING WSProgramId, "CASASN", IDNum,
                   WSAuditBefore, WSAuditAfter
               MOVE SPACES TO WSNoteText
               STRING "COMPLAINT CASE " DELIMITED BY SIZE
                   CSCaseNum DELIMITED BY SIZE
                   " REASSIGNED TO " DELIMITED BY SIZE
                   CSAssignedOp DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING IDNum, WSNoteText
               DISPLAY "Case " CSCaseNum " reassigned."
           END-IF.

       Resolve-Case.
           DISPLAY "Resolution: " WITH NO ADVANCING
           MOVE SPACES TO WSNewResolution
           ACCEPT WSNewResolution
           IF WSNewResolution = SPACES
               DISPLAY "A resolution is required - no change made."
           ELSE
               SET CSResolved TO TRUE
               MOVE WSNewResolution TO CSResolution
               MOVE WSToday TO CSResolvedDate
               REWRITE CaseRecord
                   INVALID KEY PERFORM File-Error-Abend
               END-REWRITE
               MOVE SPACES TO WSNoteText
               STRING "COMPLAINT CASE " DELIMITED BY SIZE
                   CSCaseNum DELIMITED BY SIZE
                   " RESOLVED - " DELIMITED BY SIZE
                   CSResolution DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING IDNum, WSNoteText
               MOVE SPACES TO WSAuditBefore
               MOVE SPACES TO WSAuditAfter
               STRING "CASE " DELIMITED BY SIZE
                   CSCaseNum DELIMITED BY SIZE
                   " OPEN DUE " DELIMITED BY SIZE
                   CSDueDate DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               STRING "CASE " DELIMITED BY SIZE
                   CSCaseNum DELIMITED BY SIZE
                   " RESOLVED " DELIMITED BY SIZE
                   CSResolvedDate DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               CALL 'AUDITLOG' USING WSProgramId, "CASRES", IDNum,
                   WSAuditBefore, WSAuditAfter
               IF CSResolvedDate > CSDueDate
                   DISPLAY "Case " CSCaseNum " resolved - PAST its "
                       "service-level due date " CSDueDate "."
               ELSE
                   DISPLAY "Case " CSCaseNum " resolved within "
                       "its service level."
               END-IF
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSCaseStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
