      *> lead's own self-row too, so "is this account a lead" is
      *> one keyed read.  Prompts in the custmaint.cob style with
      *> both accounts validated against Customer.dat.
      *> Modification History:
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
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
       01 WSGroupStatus                PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
       01 WSLeadID                     PIC 9(05).
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
                   "mis-key; no change made."
               GOBACK
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, WSMemberID,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, WSMemberID,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " WSMemberID " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               GOBACK
           END-IF
           PERFORM Verify-Customer-Exists
           IF NOT WSFound
               DISPLAY "Customer " WSMemberID " not found."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE GroupFile
           CALL 'FLAGSET' USING WSMemberID
           IF WSActionLink
               CALL 'FLAGSET' USING WSLeadID
           END-IF.

       Link-To-Lead.
           DISPLAY "Lead account ID: " WITH NO ADVANCING
           ELSE
               PERFORM Verify-Lead-Exists
               IF WSFound
                   PERFORM Check-Lead-Access
                   PERFORM Write-Both-Rows
               ELSE
                   DISPLAY "Lead " WSLeadID " not found - no "
           DISPLAY "Member " WSMemberID " linked under lead "
               WSLeadID ".".

       Check-Lead-Access.
           CALL 'OWNACCT' USING WSOperatorId, WSLeadID,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               CLOSE GroupFile
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, WSLeadID,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " WSLeadID " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
               CLOSE GroupFile
               GOBACK
           END-IF.

       Verify-Customer-Exists.
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           MOVE WSMemberID TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           MOVE WSLeadID TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
