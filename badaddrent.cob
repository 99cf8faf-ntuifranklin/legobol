      *> research fixes the address and the flag is cleared here.
      *> Prompts in the custmaint.cob style, with the customer
      *> validated against Customer.dat.
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
       01 WSBadStatus                  PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
       01 WSToday                     PIC 9(08).
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
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE BadAddressFile
           CALL 'FLAGSET' USING IDNum.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
