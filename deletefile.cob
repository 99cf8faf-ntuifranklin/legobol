      *>   history (and churnrpt.cob's churn counting) can see
      *>   WHEN a customer was logically deleted.  Before this the
      *>   delete left no trail at all.
      *>   Closing an account now raises the ACCTCLOS letter event
      *>   (LETREVT), queueing the closure letter mapped to it on
      *>   LetterEvent.dat for the nightly letter run.
      *>   Maintenance is now refused on the signed-on operator's
      *>   own account and on any account at its address (OWNACCT).
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT CloseFile ASSIGN TO "AcctClose.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSCloseStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD CloseFile.
       01 CloseRecord.
           02 CLIDNum                 PIC 9(05).
           02 CLCloseDate              PIC 9(08).
           02 CLStatus                 PIC X(01).
               88 CLPending            VALUE 'P'.
               88 CLBilled             VALUE 'B'.
           02 CLBilledDate             PIC 9(08).
           02 CLFinalBalance           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CLRoute                  PIC X(01).
               88 CLRouteRefund        VALUE 'R'.
               88 CLRouteDunning       VALUE 'D'.
               88 CLRouteSettled       VALUE 'Z'.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSCloseStatus                PIC X(02).
       01 WSCloseFoundFlag            PIC X(01) VALUE 'N'.
           88 WSCloseFound             VALUE 'Y'.
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSProgramId                  PIC X(10) VALUE "DELETEFILE".
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSToday                     PIC 9(08).
       01 WSHistStatus                 PIC X(01).
       01 WSLetterEvent                PIC X(08) VALUE "ACCTCLOS".
       01 WSLetterFree1                PIC X(60) VALUE SPACES.
       01 WSLetterFree2                PIC X(60) VALUE SPACES.
       01 WSLetterQueuedFlag          PIC X(01).

       PROCEDURE DIVISION.
       Main-Process.
                   "no change made."
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

           OPEN I-O CustomerFile
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
               CALL 'HISTSNAP' USING IDNum, FirstName, LastName,
                   WSHistStatus, Street, City, State, Zip,
                   MOB, DOB, YOB, Phone, Balance, WSToday
               PERFORM Queue-Final-Bill
               CALL 'LETREVT' USING WSLetterEvent, IDNum,
                   WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
               DISPLAY "Customer " IDNum " marked deleted."
           ELSE
               DISPLAY "Customer " IDNum " not found - "
           END-IF
           GOBACK.

      *> A customer deleted, restored and deleted again is simply
      *> queued afresh with the new close date.

       Queue-Final-Bill.
           OPEN I-O CloseFile
           IF WSCloseStatus = "35"
               OPEN OUTPUT CloseFile
               CLOSE CloseFile
               OPEN I-O CloseFile
           END-IF
           IF WSCloseStatus NOT = "00"
               DISPLAY "AcctClose.dat I/O error - status "
                   WSCloseStatus " - final bill NOT queued."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE IDNum TO CLIDNum
               READ CloseFile
                   INVALID KEY MOVE 'N' TO WSCloseFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSCloseFoundFlag
               END-READ
               MOVE IDNum TO CLIDNum
               MOVE WSToday TO CLCloseDate
               SET CLPending TO TRUE
               MOVE 0 TO CLBilledDate
               MOVE 0 TO CLFinalBalance
               MOVE SPACE TO CLRoute
               IF WSCloseFound
                   REWRITE CloseRecord
               ELSE
                   WRITE CloseRecord
               END-IF
               CLOSE CloseFile
               DISPLAY "Final bill queued for tonight's "
                   "account-closure run."
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           MOVE 16 TO RETURN-CODE
