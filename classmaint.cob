      *> everyone else defaults to retail.  The class keyed must
      *> exist on the RateClass.dat reference table.  Prompts in
      *> the custmaint.cob style.
      *> Modification History:
      *>   Maintenance is now refused on the signed-on operator's
      *>   own account and on any account at its address (OWNACCT).
      *>   An operator with a home branch on Operators.dat may
      *>   change only that branch's customers (BRANCHCK against
      *>   CustBranch.dat); another branch's customer is refused.
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 RCDesc                   PIC X(20).
           02 RCRate                   PIC 9V999.
           02 RCLateFee                PIC 9(03)V99.
           02 RCMinPct                 PIC 9V999.
           02 RCMinFloor               PIC 9(03)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSXrefStatus                 PIC X(02).
       01 WSTableStatus                PIC X(02).
       01 WSClassDesc                  PIC X(20).
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
                   "mis-key; no assignment made."
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
                           "RateClass.dat - no change made."
                   END-IF
           END-EVALUATE
           CLOSE ClassXrefFile
           CALL 'FLAGSET' USING IDNum.

       Validate-Class-Code.
           MOVE 'N' TO WSClassValidFlag
