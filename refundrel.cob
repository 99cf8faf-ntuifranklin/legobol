       IDENTIFICATION DIVISION.
       PROGRAM-ID. refundrel.
      *> Refund red-flag hold review - works the Held refunds
      *> refundext.cob left on RefundHold.dat.  Each one is shown
      *> with the customer, the amount, which red flags tripped
      *> (address, alternate address, bank account, uncleared
      *> payment) and the latest change's before/after images from
      *> CustAudit.dat (the pendreview.cob side-by-side
      *> presentation).  The supervisor keys R to release the refund
      *> to the next refundext run, C to cancel it, or S to skip and
      *> leave it held.  Every decision is stamped with the date and
      *> operator on the queue row, logged through AUDITLOG and
      *> leaves a CUSTNOTE.  Supervisors only, per OPERID, and
      *> never on their own account or one at its address
      *> (OWNACCT).
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT HoldFile ASSIGN TO "RefundHold.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RHIDNum
               FILE STATUS IS WSHoldStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout refundext.cob queues.
       FD HoldFile.
       01 HoldRecord.
           02 RHIDNum                 PIC 9(05).
           02 RHHeldDate               PIC 9(08).
           02 RHAmount                 PIC 9(07)V99.
           02 RHReasons.
               03 RHAddressFlag       PIC X(01).
               03 RHAltAddrFlag        PIC X(01).
               03 RHBankFlag           PIC X(01).
               03 RHUnclearedFlag      PIC X(01).
           02 RHUncleared              PIC 9(07)V99.
           02 RHChangeDate             PIC 9(08).
           02 RHChangeProgram          PIC X(10).
           02 RHChangeEvent            PIC X(06).
           02 RHBefore                 PIC X(40).
           02 RHAfter                  PIC X(40).
           02 RHStatus                 PIC X(01).
               88 RHHeld               VALUE 'H'.
               88 RHReleased           VALUE 'R'.
               88 RHCancelled          VALUE 'C'.
               88 RHPaid               VALUE 'P'.
           02 RHDecidedDate            PIC 9(08).
           02 RHOperator               PIC X(08).
           02 RHPaidDate               PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSHoldStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "REFUNDREL".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionRelease          VALUE 'R'.
           88 WSActionCancel           VALUE 'C'.
       01 WSReleasedCount              PIC 9(05) VALUE 0.
       01 WSCancelledCount             PIC 9(05) VALUE 0.
       01 WSSkippedCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSAmountEdit                 PIC $$,$$$,$$9.99.
       01 WSUnclearedEdit              PIC $$,$$$,$$9.99.
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               DISPLAY "Not authorized - supervisors only."
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN I-O HoldFile
           IF WSHoldStatus NOT = "00"
               DISPLAY "No held refunds to review."
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
           PERFORM UNTIL WSEOF = 'Y'
               READ HoldFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF RHHeld
                           CALL 'OWNACCT' USING WSOperatorId,
                               RHIDNum, WSOwnAccountFlag
                           IF WSNotOwnAccount
                               PERFORM Review-One-Hold
                           ELSE
                               ADD 1 TO WSSkippedCount
                               DISPLAY "Refund for " RHIDNum
                                   " skipped - your own account or "
                                   "one at its address."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE HoldFile
           DISPLAY "Released: " WSReleasedCount
               "  Cancelled: " WSCancelledCount
               "  Still held: " WSSkippedCount
           GOBACK.

       Review-One-Hold.
           MOVE RHIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           MOVE RHAmount TO WSAmountEdit
           DISPLAY " "
           DISPLAY "REFUND OF " WSAmountEdit " HELD " RHHeldDate
               " FOR CUSTOMER " RHIDNum
           IF WSFound
               DISPLAY "  CUSTOMER: " FirstName " " LastName " "
                   CustStatus " " Street " " City " " State " " Zip
           ELSE
               DISPLAY "  CUSTOMER: (no longer on master)"
           END-IF
           IF RHAddressFlag = 'Y'
               DISPLAY "  RED FLAG: master address changed"
           END-IF
           IF RHAltAddrFlag = 'Y'
               DISPLAY "  RED FLAG: alternate mailing address changed"
           END-IF
           IF RHBankFlag = 'Y'
               DISPLAY "  RED FLAG: autopay bank account changed"
           END-IF
           IF RHUnclearedFlag = 'Y'
               MOVE RHUncleared TO WSUnclearedEdit
               DISPLAY "  RED FLAG: " WSUnclearedEdit
                   " of payments not yet cleared"
           END-IF
           IF RHChangeEvent NOT = SPACES
               DISPLAY "  LATEST CHANGE " RHChangeDate " "
                   RHChangeEvent " by " RHChangeProgram
               DISPLAY "    BEFORE: " RHBefore
               DISPLAY "    AFTER:  " RHAfter
           END-IF
           DISPLAY "  Release, Cancel, or Skip (R/C/S): "
               WITH NO ADVANCING
           MOVE SPACE TO WSAction
           ACCEPT WSAction
           MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction
           EVALUATE TRUE
               WHEN WSActionRelease
                   PERFORM Release-Hold
               WHEN WSActionCancel
                   PERFORM Cancel-Hold
               WHEN OTHER
                   ADD 1 TO WSSkippedCount
           END-EVALUATE.

       Release-Hold.
           SET RHReleased TO TRUE
           PERFORM Stamp-Decision
           PERFORM Build-Audit-Before
           MOVE SPACES TO WSAuditAfter
           STRING "REFUND " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               " RELEASED" DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "RFDREL", RHIDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "HELD REFUND OF " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               " RELEASED TO NEXT RUN" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING RHIDNum, WSNoteText
           ADD 1 TO WSReleasedCount
           DISPLAY "  RELEASED - pays on the next refund run.".

      *> A cancelled refund stays stopped for as long as the credit
      *> is the amount cancelled; a changed credit is screened anew.

       Cancel-Hold.
           SET RHCancelled TO TRUE
           PERFORM Stamp-Decision
           PERFORM Build-Audit-Before
           MOVE SPACES TO WSAuditAfter
           STRING "REFUND " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               " CANCELLED" DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "RFDCAN", RHIDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "HELD REFUND OF " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               " CANCELLED ON REVIEW" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING RHIDNum, WSNoteText
           ADD 1 TO WSCancelledCount
           DISPLAY "  CANCELLED - refund will not be paid.".

       Build-Audit-Before.
           MOVE SPACES TO WSAuditBefore
           STRING "REFUND " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               " HELD " DELIMITED BY SIZE
               RHReasons DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING.

       Stamp-Decision.
           MOVE WSToday TO RHDecidedDate
           MOVE WSOperatorId TO RHOperator
           REWRITE HoldRecord
               INVALID KEY PERFORM File-Error-Abend
           END-REWRITE.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSHoldStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
