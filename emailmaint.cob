       IDENTIFICATION DIVISION.
       PROGRAM-ID. emailmaint.
      *> E-mail and paperless-statement maintenance - keeps the
      *> customer's e-mail address and paperless election on
      *> CustEmail.dat, one row per IDNum (the master record has no
      *> room for an address, and every program that reads
      *> Customer.dat knows its length).  An address is checked by
      *> EMAILVAL before it is stored, and paperless can only be
      *> elected with an address on file.  statement.cob delivers a
      *> paperless customer's statement to the electronic delivery
      *> file instead of printing it; ebounce.cob flips a customer
      *> whose mail bounced back to paper, and the last bounce shows
      *> here.  Prompts in the custmaint.cob style, same shape as
      *> dncmaint.cob; every change leaves an AUDITLOG row and a
      *> CUSTNOTE.
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
           SELECT EmailFile ASSIGN TO "CustEmail.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EMIDNum
               FILE STATUS IS WSEmailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD EmailFile.
       01 EmailRecord.
           02 EMIDNum                 PIC 9(05).
           02 EMAddress                PIC X(50).
           02 EMPaperless              PIC X(01).
               88 EMIsPaperless        VALUE 'Y'.
               88 EMIsPaper            VALUE 'N'.
           02 EMElectDate              PIC 9(08).
           02 EMBounceDate             PIC 9(08).
           02 EMBounceReason           PIC X(20).
           02 EMChangeDate             PIC 9(08).
           02 EMChangeOp               PIC X(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSEmailStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "EMAILMAINT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSEmailFoundFlag            PIC X(01) VALUE 'N'.
           88 WSEmailFound             VALUE 'Y'.
       01 WSChangedFlag               PIC X(01) VALUE 'N'.
           88 WSChanged                VALUE 'Y'.
       01 WSNewAddress                 PIC X(50).
       01 WSAddressValidFlag          PIC X(01).
           88 WSAddressValid           VALUE 'Y'.
       01 WSAnswer                     PIC X(01).
           88 WSAnswerYes              VALUE 'Y'.
           88 WSAnswerNo               VALUE 'N'.
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
           CLOSE CustomerFile

           IF WSFound
               PERFORM Maintain-Email
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-Email.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O EmailFile
      *> First address ever - create the file, then reopen for
      *> keyed update.
           IF WSEmailStatus = "35"
               OPEN OUTPUT EmailFile
               CLOSE EmailFile
               OPEN I-O EmailFile
           END-IF
           IF WSEmailStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO EMIDNum
           READ EmailFile
               INVALID KEY MOVE 'N' TO WSEmailFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSEmailFoundFlag
           END-READ
           IF WSEmailFound
               PERFORM Show-Email
           ELSE
               DISPLAY "No e-mail address on file - paper "
                   "statements."
               MOVE IDNum TO EMIDNum
               MOVE SPACES TO EMAddress
               SET EMIsPaper TO TRUE
               MOVE 0 TO EMElectDate
               MOVE 0 TO EMBounceDate
               MOVE SPACES TO EMBounceReason
           END-IF
           DISPLAY "E-mail address (blank = no change, "
               "* = remove): " WITH NO ADVANCING
           MOVE SPACES TO WSNewAddress
           ACCEPT WSNewAddress
           EVALUATE TRUE
               WHEN WSNewAddress = SPACES
                   PERFORM Ask-Paperless
               WHEN WSNewAddress = "*"
                   PERFORM Remove-Address
               WHEN OTHER
                   CALL 'EMAILVAL' USING WSNewAddress,
                       WSAddressValidFlag
                   IF WSAddressValid
                       PERFORM Change-Address
                       PERFORM Ask-Paperless
                   ELSE
                       DISPLAY "Invalid e-mail address - no "
                           "change made."
                   END-IF
           END-EVALUATE
           PERFORM Store-Email
           CLOSE EmailFile.

       Show-Email.
           DISPLAY "E-mail:    " EMAddress
           IF EMIsPaperless
               DISPLAY "Statements: PAPERLESS since " EMElectDate
           ELSE
               DISPLAY "Statements: PAPER"
           END-IF
           IF EMBounceDate NOT = 0
               DISPLAY "Last bounce " EMBounceDate " - "
                   EMBounceReason
           END-IF.

       Change-Address.
           IF WSNewAddress NOT = EMAddress
               MOVE EMAddress TO WSAuditBefore
               MOVE WSNewAddress TO EMAddress
               MOVE EMAddress TO WSAuditAfter
               CALL 'AUDITLOG' USING WSProgramId, "EMLCHG", IDNum,
                   WSAuditBefore, WSAuditAfter
               SET WSChanged TO TRUE
           END-IF.

      *> With no address left there is nowhere to deliver to, so
      *> a paperless customer goes back to paper with it.

       Remove-Address.
           IF EMAddress = SPACES
               DISPLAY "No address to remove."
           ELSE
               MOVE EMAddress TO WSAuditBefore
               MOVE SPACES TO EMAddress
               MOVE SPACES TO WSAuditAfter
               CALL 'AUDITLOG' USING WSProgramId, "EMLCHG", IDNum,
                   WSAuditBefore, WSAuditAfter
               IF EMIsPaperless
                   PERFORM Set-Paper
               END-IF
               SET WSChanged TO TRUE
           END-IF.

       Ask-Paperless.
           DISPLAY "Paperless statements (Y/N, blank = no change): "
               WITH NO ADVANCING
           MOVE SPACE TO WSAnswer
           ACCEPT WSAnswer
           EVALUATE TRUE
               WHEN WSAnswerYes AND EMAddress = SPACES
                   DISPLAY "An e-mail address is required for "
                       "paperless - still paper."
               WHEN WSAnswerYes AND NOT EMIsPaperless
                   MOVE "PAPER" TO WSAuditBefore
                   SET EMIsPaperless TO TRUE
                   MOVE WSToday TO EMElectDate
                   MOVE "PAPERLESS" TO WSAuditAfter
                   CALL 'AUDITLOG' USING WSProgramId, "EMLPPL",
                       IDNum, WSAuditBefore, WSAuditAfter
                   SET WSChanged TO TRUE
               WHEN WSAnswerNo AND EMIsPaperless
                   PERFORM Set-Paper
                   SET WSChanged TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Set-Paper.
           MOVE "PAPERLESS" TO WSAuditBefore
           SET EMIsPaper TO TRUE
           MOVE WSToday TO EMElectDate
           MOVE "PAPER" TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "EMLPPL", IDNum,
               WSAuditBefore, WSAuditAfter.

       Store-Email.
           IF NOT WSChanged
               DISPLAY "No change made."
           ELSE
               MOVE WSToday TO EMChangeDate
               MOVE WSOperatorId TO EMChangeOp
               IF WSEmailFound
                   REWRITE EmailRecord
               ELSE
                   WRITE EmailRecord
               END-IF
               MOVE SPACES TO WSNoteText
               IF EMIsPaperless
                   MOVE "E-MAIL UPDATED - PAPERLESS STATEMENTS"
                       TO WSNoteText
               ELSE
                   MOVE "E-MAIL UPDATED - PAPER STATEMENTS"
                       TO WSNoteText
               END-IF
               CALL 'CUSTNOTE' USING IDNum, WSNoteText
               DISPLAY "E-mail and statement delivery updated."
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSEmailStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
