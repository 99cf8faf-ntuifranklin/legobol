      *> rest - and fixes a mapping the auto-link got wrong.
      *> Prompts in the custmaint.cob style with the customer
      *> validated against Customer.dat.
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

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
           88 WSMapFound               VALUE 'Y'.
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
               WHEN WSActionLink
                   PERFORM Link-Mapping
               WHEN WSActionUnlink AND WSMapFound
                   PERFORM Check-Customer-Access
                   MOVE "DEL" TO WSXrefAction
                   CALL 'EXTIDX' USING WSXrefAction, WSSource,
                       WSExtId, WSMapIDNum, WSMapFoundFlag
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no link made."
           ELSE
               PERFORM Check-Customer-Access
               OPEN INPUT CustomerFile
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               MOVE WSMapIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO WSFoundFlag
               END-IF
           END-IF.

       Check-Customer-Access.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, WSMapIDNum,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, WSMapIDNum,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " WSMapIDNum " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           MOVE 16 TO RETURN-CODE
