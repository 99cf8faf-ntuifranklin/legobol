       IDENTIFICATION DIVISION.
       PROGRAM-ID. pomaint.
      *> Purchase-order maintenance - records the purchase order a
      *> commercial customer's AP department pays our invoices
      *> against, on CustPO.dat (one PO per IDNum: PO number, the
      *> date it took effect, its expiry date, and the operator who
      *> keyed it).  invoicegen.cob prints the PO on every invoice
      *> it cuts for the customer, so their AP clerk can match the
      *> invoice to the order without phoning us.  Taken for
      *> commercial (CM) rate-class accounts only, like
      *> taxexmaint.cob - retail customers are billed by statement.
      *> Prompts in the custmaint.cob style; entry and removal both
      *> leave an AUDITLOG row and a CUSTNOTE.
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
           SELECT POFile ASSIGN TO "CustPO.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS POIDNum
               FILE STATUS IS WSPOStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD POFile.
       01 PORecord.
           02 POIDNum                 PIC 9(05).
           02 PONumber                 PIC X(20).
           02 POEffDate                PIC 9(08).
           02 POExpires                PIC 9(08).
           02 POOperator               PIC X(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSPOStatus                   PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "POMAINT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSPOFoundFlag               PIC X(01) VALUE 'N'.
           88 WSPOFound                VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionEnter            VALUE 'E'.
           88 WSActionRemove           VALUE 'R'.
       01 WSNewPONumber                PIC X(20).
       01 WSNewEffDate                 PIC 9(08).
       01 WSNewExpires                 PIC 9(08).
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassFee                   PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.

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
               PERFORM Maintain-PO
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-PO.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           CALL 'CLASSGET' USING IDNum, WSClassCode,
               WSClassRate, WSClassFee, WSClassFoundFlag
           DISPLAY "Rate class: " WSClassCode
           OPEN I-O POFile
      *> First purchase order ever - create the file, then reopen
      *> for keyed update.
           IF WSPOStatus = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
           END-IF
           IF WSPOStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO POIDNum
           READ POFile
               INVALID KEY MOVE 'N' TO WSPOFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSPOFoundFlag
           END-READ
           IF WSPOFound
               DISPLAY "PURCHASE ORDER ON FILE - " PONumber
                   " effective " POEffDate " expires " POExpires
               IF POExpires NOT = 0 AND POExpires < WSToday
                   DISPLAY "  (expired - invoices print without a "
                       "PO)"
               END-IF
           ELSE
               DISPLAY "No purchase order on file."
           END-IF
           DISPLAY "Action (E=enter/replace PO, R=remove): "
               WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionEnter AND WSClassCode NOT = "CM"
                   DISPLAY "Purchase orders are taken for "
                       "commercial (CM) accounts only - no change "
                       "made."
               WHEN WSActionEnter
                   PERFORM Enter-PO
               WHEN WSActionRemove AND WSPOFound
                   PERFORM Remove-PO
               WHEN WSActionRemove
                   DISPLAY "No purchase order to remove."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE POFile.

       Enter-PO.
           DISPLAY "PO number (20 chars): " WITH NO ADVANCING
           MOVE SPACES TO WSNewPONumber
           ACCEPT WSNewPONumber
           DISPLAY "Effective date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewEffDate
           ACCEPT WSNewEffDate
           IF WSNewEffDate = 0
               MOVE WSToday TO WSNewEffDate
           END-IF
           DISPLAY "Expiry date (YYYYMMDD, 0 = none): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewExpires
           ACCEPT WSNewExpires
           EVALUATE TRUE
               WHEN WSNewPONumber = SPACES
                   DISPLAY "Blank PO number - no change made."
               WHEN WSNewExpires NOT = 0
                       AND WSNewExpires < WSNewEffDate
                   DISPLAY "Expiry is before the effective date - "
                       "no change made."
               WHEN OTHER
                   PERFORM Store-PO
           END-EVALUATE.

       Store-PO.
           MOVE SPACES TO WSAuditBefore
           IF WSPOFound
               MOVE PONumber TO WSAuditBefore
           END-IF
           MOVE IDNum TO POIDNum
           MOVE WSNewPONumber TO PONumber
           MOVE WSNewEffDate TO POEffDate
           MOVE WSNewExpires TO POExpires
           MOVE WSOperatorId TO POOperator
           IF WSPOFound
               REWRITE PORecord
           ELSE
               WRITE PORecord
           END-IF
           MOVE PONumber TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "POCHG ", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
               WSNewPONumber DELIMITED BY SPACE
               " RECORDED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Purchase order recorded - it prints on the "
               "next invoice.".

       Remove-PO.
           MOVE PONumber TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
               PONumber DELIMITED BY SPACE
               " REMOVED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           DELETE POFile RECORD
           CALL 'AUDITLOG' USING WSProgramId, "POCHG ", IDNum,
               WSAuditBefore, WSAuditAfter
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Purchase order removed.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSPOStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
