      *> enforces on the master address; a seasonal address also
      *> carries its in-effect MMDD range.  Prompts in the
      *> custmaint.cob style.
      *> Modification History:
      *>   Every set, change, or removal is now recorded through
      *>   AUDITLOG (event ALTADR, images led by the address type)
      *>   - a new override can redirect a refund check, and
      *>   refundext.cob holds a refund behind a recent one.
      *>   Maintenance is now refused on the signed-on operator's
      *>   own account and on any account at its address (OWNACCT).
      *>   An operator with a home branch on Operators.dat may
      *>   change only that branch's customers (BRANCHCK against
      *>   CustBranch.dat); another branch's customer is refused.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSAltStatus                  PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSStateZipValid          VALUE 'Y'.
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "ALTADDRMNT".
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).

       PROCEDURE DIVISION.
       Main-Process.
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
               INVALID KEY MOVE 'N' TO WSAddrFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSAddrFoundFlag
           END-READ
           MOVE SPACES TO WSAuditBefore
           IF WSAddrFound
               DISPLAY "On file: " AAStreet " " AACity " "
                   AAState " " AAZip
               STRING AAType DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AAStreet DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AAZip DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
           ELSE
               DISPLAY "No override of this type on file."
               STRING WSPickType DELIMITED BY SIZE
                   " (NONE)" DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
           END-IF
           DISPLAY "Action (S=set/change, R=remove): "
               WITH NO ADVANCING
                   PERFORM Capture-Address
               WHEN WSActionRemove AND WSAddrFound
                   DELETE AltAddrFile RECORD
                   MOVE SPACES TO WSAuditAfter
                   STRING WSPickType DELIMITED BY SIZE
                       " REMOVED" DELIMITED BY SIZE
                       INTO WSAuditAfter
                   END-STRING
                   CALL 'AUDITLOG' USING WSProgramId, "ALTADR",
                       IDNum, WSAuditBefore, WSAuditAfter
                   DISPLAY "Override removed - master address "
                       "applies again."
               WHEN WSActionRemove
           ELSE
               WRITE AltAddrRecord
               DISPLAY "Override added."
           END-IF
           MOVE SPACES TO WSAuditAfter
           STRING AAType DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AAStreet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AAZip DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "ALTADR", IDNum,
               WSAuditBefore, WSAuditAfter.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
