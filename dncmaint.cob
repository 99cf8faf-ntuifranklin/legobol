       IDENTIFICATION DIVISION.
       PROGRAM-ID. dncmaint.
      *> Do-not-call maintenance - when a customer (or their
      *> attorney) asks us to stop telephoning, the operator flags
      *> the account on DoNotCall.dat as of today with a short
      *> reason, and the dialer campaign workqueue.cob writes leaves
      *> the customer off through DNCSTAT until the flag is cleared
      *> here.  Each change leaves a CUSTNOTE so the request is on
      *> the contact history.  Prompts in the custmaint.cob style,
      *> same shape as badaddrent.cob.
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
           SELECT DoNotCallFile ASSIGN TO "DoNotCall.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DNIDNum
               FILE STATUS IS WSDncStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD DoNotCallFile.
       01 DoNotCallRecord.
           02 DNIDNum                 PIC 9(05).
           02 DNFlagDate               PIC 9(08).
           02 DNReason                 PIC X(20).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSDncStatus                  PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSFlagFoundFlag             PIC X(01) VALUE 'N'.
           88 WSFlagFound              VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionFlag             VALUE 'F'.
           88 WSActionClear            VALUE 'C'.
       01 WSReasonInput                PIC X(20).
       01 WSNoteText                   PIC X(60).
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
               PERFORM Maintain-Do-Not-Call
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-Do-Not-Call.
           DISPLAY "Customer: " FirstName " " LastName
           DISPLAY "Phone:    " Phone
           OPEN I-O DoNotCallFile
      *> First flag ever - create the file, then reopen for keyed
      *> update.
           IF WSDncStatus = "35"
               OPEN OUTPUT DoNotCallFile
               CLOSE DoNotCallFile
               OPEN I-O DoNotCallFile
           END-IF
           IF WSDncStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO DNIDNum
           READ DoNotCallFile
               INVALID KEY MOVE 'N' TO WSFlagFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFlagFoundFlag
           END-READ
           IF WSFlagFound
               DISPLAY "Do-not-call since " DNFlagDate
                   " - " DNReason
           ELSE
               DISPLAY "Customer may be called."
           END-IF
           DISPLAY "Action (F=flag do-not-call, C=clear): "
               WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionFlag
                   DISPLAY "Reason: " WITH NO ADVANCING
                   ACCEPT WSReasonInput
                   ACCEPT WSToday FROM DATE YYYYMMDD
                   MOVE IDNum TO DNIDNum
                   MOVE WSToday TO DNFlagDate
                   MOVE WSReasonInput TO DNReason
                   IF WSFlagFound
                       REWRITE DoNotCallRecord
                       DISPLAY "Do-not-call flag updated."
                   ELSE
                       WRITE DoNotCallRecord
                       DISPLAY "Customer flagged do-not-call."
                   END-IF
                   MOVE SPACES TO WSNoteText
                   STRING "DO NOT CALL - " DELIMITED BY SIZE
                       WSReasonInput DELIMITED BY SIZE
                       INTO WSNoteText
                   END-STRING
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
               WHEN WSActionClear AND WSFlagFound
                   DELETE DoNotCallFile RECORD
                   MOVE "DO-NOT-CALL FLAG CLEARED" TO WSNoteText
                   CALL 'CUSTNOTE' USING IDNum, WSNoteText
                   DISPLAY "Do-not-call flag cleared."
               WHEN WSActionClear
                   DISPLAY "Nothing to clear."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE DoNotCallFile.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSDncStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
