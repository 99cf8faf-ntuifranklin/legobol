      *>   futureaddr.cob step on its effective date; an immediate
      *>   change applies here with the usual ADDRSTD/STZIPVAL
      *>   validation and AUDITLOG/HISTSNAP trail.
      *>   An address change applied here now raises the ADDRCHG
      *>   and ADDROLD letter events (LETREVT): a confirmation to
      *>   the new address and a notice to the old one, so a
      *>   change the customer did not make is caught.
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
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSNewFirstName               PIC X(15).
       01 WSOldLastName                PIC X(15).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "UPDATEFILE".
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
           88 WSStateZipValid          VALUE 'Y'.
       01 WSFutureFoundFlag           PIC X(01).
           88 WSFutureFound            VALUE 'Y'.
       01 WSLetterEvent                PIC X(08).
       01 WSLetterFree1                PIC X(60).
       01 WSLetterFree2                PIC X(60).
       01 WSLetterQueuedFlag          PIC X(01).
       01 WSNoteText                   PIC X(60).

       PROCEDURE DIVISION.
                   "no update attempted."
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

           MOVE "LOCK" TO WSLockAction
           CALL 'RECLOCK' USING WSLockAction, IDNum,
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
           END-IF.

       Apply-Address-Now.
           PERFORM Capture-Old-Address
           MOVE SPACES TO WSAuditBefore
           STRING Street DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           CALL 'HISTSNAP' USING IDNum, FirstName, LastName,
               CustStatus, Street, City, State, Zip,
               MOB, DOB, YOB, Phone, Balance, WSToday
           PERFORM Queue-Address-Letters
           DISPLAY "Address changed.".

      *> A future-dated change waits on FutureAddr.dat until the
           DISPLAY "Address change held - applies on "
               WSEffDate ".".

      *> The old address rides on the request's free-text lines
      *> so the ADDROLD letter can go to where the customer WAS -
      *> the warning that reaches them if the change was not theirs.

       Capture-Old-Address.
           MOVE Street TO WSLetterFree1
           MOVE SPACES TO WSLetterFree2
           STRING City DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SPACE
               INTO WSLetterFree2
           END-STRING.

       Queue-Address-Letters.
           MOVE "ADDRCHG" TO WSLetterEvent
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
           MOVE "ADDROLD" TO WSLetterEvent
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           MOVE 16 TO RETURN-CODE
