       IDENTIFICATION DIVISION.
       PROGRAM-ID. contractmaint.
      *> Service-agreement maintenance - records the one- and
      *> three-year agreements our commercial customers sign on
      *> Contract.dat (one agreement per IDNum: start date, term in
      *> months, the end date MONTHADD works out from them, the
      *> renewal type, and an early-termination fee schedule).
      *> The renewal type is E (evergreen - renews itself for the
      *> same term at expiry) or F (fixed - simply expires).  The
      *> fee schedule is up to three steps, each "at least N months
      *> left on the term - fee $X"; closing the account early
      *> charges the step with the most months the remaining term
      *> still reaches.  The nightly contractrev.cob run queues the
      *> renewal notice and renews or expires the agreement;
      *> finalbill.cob assesses the fee when the account closes
      *> early.  Prompts in the custmaint.cob style, same shape as
      *> taxexmaint.cob; entry and removal both leave a CUSTNOTE
      *> trail.
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
           SELECT ContractFile ASSIGN TO "Contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CTIDNum
               FILE STATUS IS WSContractStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD ContractFile.
       01 ContractRecord.
           02 CTIDNum                 PIC 9(05).
           02 CTStatus                 PIC X(01).
               88 CTActive             VALUE 'A'.
               88 CTExpired            VALUE 'X'.
               88 CTTerminated         VALUE 'T'.
           02 CTStartDate              PIC 9(08).
           02 CTTermMonths             PIC 9(03).
           02 CTEndDate                PIC 9(08).
           02 CTRenewType              PIC X(01).
               88 CTEvergreen          VALUE 'E'.
               88 CTFixedTerm          VALUE 'F'.
           02 CTNoticeDate             PIC 9(08).
           02 CTFeeStep OCCURS 3 TIMES.
               03 CTFeeMonths          PIC 9(03).
               03 CTFeeAmount          PIC 9(05)V99.
           02 CTEndedDate              PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSContractStatus             PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSContractFoundFlag         PIC X(01) VALUE 'N'.
           88 WSContractFound          VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionEnter            VALUE 'E'.
           88 WSActionRemove           VALUE 'X'.
       01 WSNewStart                   PIC 9(08).
       01 WSNewTerm                    PIC 9(03).
       01 WSNewEnd                     PIC 9(08).
       01 WSNewRenewType               PIC X(01).
           88 WSRenewTypeValid         VALUES 'E' 'F'.
       01 WSNewFeeTable.
           02 WSNewFeeStep OCCURS 3 TIMES.
               03 WSNewFeeMonths       PIC 9(03).
               03 WSNewFeeAmount       PIC 9(05)V99.
       01 WSSub                        PIC 9(01).
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.

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
           CLOSE CustomerFile

           EVALUATE TRUE
               WHEN NOT WSFound
                   DISPLAY "Customer " IDNum " not found."
               WHEN IsDeleted
                   DISPLAY "Customer " IDNum " is deleted - no "
                       "agreement can be recorded."
               WHEN OTHER
                   PERFORM Maintain-Contract
           END-EVALUATE
           GOBACK.

       Maintain-Contract.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O ContractFile
      *> First agreement ever - create the file, then reopen for
      *> keyed update.
           IF WSContractStatus = "35"
               OPEN OUTPUT ContractFile
               CLOSE ContractFile
               OPEN I-O ContractFile
           END-IF
           IF WSContractStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO CTIDNum
           READ ContractFile
               INVALID KEY MOVE 'N' TO WSContractFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSContractFoundFlag
           END-READ
           IF WSContractFound
               PERFORM Show-Contract
           ELSE
               DISPLAY "No agreement on file."
           END-IF
           DISPLAY "Action (E=enter/replace agreement, "
               "X=remove agreement keyed in error): "
               WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionEnter
                   PERFORM Enter-Contract
               WHEN WSActionRemove AND WSContractFound
                   PERFORM Remove-Contract
               WHEN WSActionRemove
                   DISPLAY "No agreement to remove."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE ContractFile.

       Show-Contract.
           DISPLAY "AGREEMENT ON FILE - " CTTermMonths " months from "
               CTStartDate " to " CTEndDate
           EVALUATE TRUE
               WHEN CTActive AND CTEvergreen
                   DISPLAY "  Active, evergreen (renews itself)"
               WHEN CTActive
                   DISPLAY "  Active, fixed term (expires)"
               WHEN CTExpired
                   DISPLAY "  Expired " CTEndedDate
               WHEN CTTerminated
                   DISPLAY "  Terminated early " CTEndedDate
           END-EVALUATE
           IF CTNoticeDate NOT = 0
               DISPLAY "  Renewal notice queued " CTNoticeDate
           END-IF
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 3
               IF CTFeeAmount(WSSub) > 0
                   MOVE CTFeeAmount(WSSub) TO WSBalanceEdit
                   DISPLAY "  Early-termination fee "
                       WSBalanceEdit " with " CTFeeMonths(WSSub)
                       "+ months left"
               END-IF
           END-PERFORM.

       Enter-Contract.
           DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
           MOVE 0 TO WSNewStart
           ACCEPT WSNewStart
           DISPLAY "Term in months (12 = one year, 36 = three): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewTerm
           ACCEPT WSNewTerm
           DISPLAY "Renewal type (E=evergreen, F=fixed term): "
               WITH NO ADVANCING
           ACCEPT WSNewRenewType
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 3
               PERFORM Enter-Fee-Step
           END-PERFORM
           IF WSNewStart NOT = 0 AND WSNewTerm NOT = 0
               CALL 'MONTHADD' USING WSNewStart, WSNewTerm, WSNewEnd
           END-IF
           EVALUATE TRUE
               WHEN WSNewStart = 0 OR WSNewStart > WSToday
                   DISPLAY "Start date must be today or earlier - "
                       "no change made."
               WHEN WSNewTerm = 0 OR WSNewTerm > 120
                   DISPLAY "Term must be 1 to 120 months - no "
                       "change made."
               WHEN NOT WSRenewTypeValid
                   DISPLAY "Renewal type must be E or F - no "
                       "change made."
               WHEN WSNewEnd <= WSToday AND WSNewRenewType = 'F'
                   DISPLAY "That agreement has already expired - "
                       "no change made."
               WHEN OTHER
                   PERFORM Store-Contract
           END-EVALUATE.

       Enter-Fee-Step.
           DISPLAY "Fee step " WSSub " - months left at least "
               "(0 = no step): " WITH NO ADVANCING
           MOVE 0 TO WSNewFeeMonths(WSSub)
           ACCEPT WSNewFeeMonths(WSSub)
           MOVE 0 TO WSNewFeeAmount(WSSub)
           IF WSNewFeeMonths(WSSub) > 0
               DISPLAY "Fee step " WSSub " - fee: "
                   WITH NO ADVANCING
               ACCEPT WSNewFeeAmount(WSSub)
           END-IF.

      *> An evergreen agreement keyed after its first end date has
      *> already passed is picked up by tonight's run and renewed.

       Store-Contract.
           MOVE IDNum TO CTIDNum
           SET CTActive TO TRUE
           MOVE WSNewStart TO CTStartDate
           MOVE WSNewTerm TO CTTermMonths
           MOVE WSNewEnd TO CTEndDate
           MOVE WSNewRenewType TO CTRenewType
           MOVE 0 TO CTNoticeDate
           MOVE 0 TO CTEndedDate
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 3
               MOVE WSNewFeeMonths(WSSub) TO CTFeeMonths(WSSub)
               MOVE WSNewFeeAmount(WSSub) TO CTFeeAmount(WSSub)
           END-PERFORM
           IF WSContractFound
               REWRITE ContractRecord
           ELSE
               WRITE ContractRecord
           END-IF
           MOVE SPACES TO WSNoteText
           STRING "SERVICE AGREEMENT RECORDED - " DELIMITED BY SIZE
               WSNewTerm DELIMITED BY SIZE
               " MONTHS TO " DELIMITED BY SIZE
               WSNewEnd DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Agreement recorded - runs to " WSNewEnd ".".

       Remove-Contract.
           MOVE SPACES TO WSNoteText
           STRING "SERVICE AGREEMENT TO " DELIMITED BY SIZE
               CTEndDate DELIMITED BY SIZE
               " REMOVED (KEYED IN ERROR)" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           DELETE ContractFile RECORD
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Agreement removed - no fee will be assessed.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSContractStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
