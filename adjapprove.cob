      *> the approver stamped by AUDITLOG itself).  Worked rows
      *> are marked, not removed, so the queue doubles as the
      *> approval register.
      *> Modification History:
      *>   The queue also carries fee waivers over the keying
      *>   operator's authority (feewaive.cob).  An approved waiver
      *>   posts under its own FW code, not MA, and is logged on
      *>   FeeWaiver.dat through WAIVELOG like one that posted
      *>   straight away.
      *>   A supervisor may no longer approve an item on their own
      *>   account or one at its address (OWNACCT).
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AQRequestOp              PIC X(08).
           02 AQDate                   PIC 9(08).
      *> What the queued amount posts as - MA for an adjustment,
      *> FW for a fee waiver (feewaive.cob), which also names the
      *> fee row and the reason.  Rows queued before these fields
      *> existed read back as spaces and post as adjustments.
           02 AQTransCode              PIC X(02).
           02 AQReason                 PIC X(02).
           02 AQFeeDate                PIC X(08).
           02 AQFeeCode                PIC X(02).

       FD ApprovalWorkFile.
       01 ApprovalWorkRecord          PIC X(46).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSTableFoundFlag            PIC X(01).
           88 WSTableFound             VALUE 'Y'.
       01 WSAdjAmount                  PIC S9(07)V99.
       01 WSPostCode                   PIC X(02).
       01 WSAuditEvent                 PIC X(06).
       01 WSWaiveAmount                PIC 9(07)V99.
       01 WSWaiveFeeDate               PIC 9(08).
       01 WSItemType                   PIC X(10).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSOwnAccountFlag            PIC X(01) VALUE 'N'.
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSPostDate                  PIC 9(08).
               GOBACK
           END-IF
           PERFORM Find-Picked-Item
           IF WSPicked
               CALL 'OWNACCT' USING WSOperatorId, AQIDNum,
                   WSOwnAccountFlag
           END-IF
           EVALUATE TRUE
               WHEN NOT WSPicked
                   DISPLAY "Item " WSPickSequence " not found or "
               WHEN AQRequestOp = WSOperatorId
                   DISPLAY "You requested this adjustment - a "
                       "DIFFERENT operator must approve it."
               WHEN NOT WSNotOwnAccount
                   DISPLAY "This is your own account or one at its "
                       "address - a DIFFERENT supervisor must "
                       "approve it."
               WHEN OTHER
                   PERFORM Review-One-Item
           END-EVALUATE
                       IF AQPending
                           ADD 1 TO WSPendingCount
                           MOVE AQAmount TO WSAmountEdit
                           PERFORM Set-Item-Type
                           DISPLAY WSSequence "  " AQIDNum "  "
                               WSAmountEdit "  " AQRequestOp
                               " on " AQDate " " WSItemType
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ApprovalFile.

       Set-Item-Type.
           IF AQTransCode = "FW"
               MOVE "FEE WAIVER" TO WSItemType
           ELSE
               MOVE SPACES TO WSItemType
           END-IF.

       Find-Picked-Item.
           MOVE 'N' TO WSPickedFlag
           MOVE 0 TO WSSequence
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           MOVE AQIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
           MOVE AQAmount TO WSAmountEdit
           DISPLAY "QUEUED ADJUSTMENT: " WSAmountEdit
               " requested by " AQRequestOp " on " AQDate
           IF AQTransCode = "FW"
               DISPLAY "FEE WAIVER of the " AQFeeCode " fee posted "
                   AQFeeDate ", reason " AQReason
           END-IF
           DISPLAY "Recent postings:"
           MOVE 0 TO WSPostingCount
           MOVE 'N' TO WSLedgerEOFFlag
               WHEN LedgIsAutopay     MOVE "AUTOPAY   " TO WSTransDesc
               WHEN LedgIsRecovery    MOVE "RECOVERY  " TO WSTransDesc
               WHEN LedgIsNSFFee      MOVE "NSF FEE   " TO WSTransDesc
               WHEN LedgIsFeeWaiver   MOVE "FEE WAIVED" TO WSTransDesc
               WHEN OTHER             MOVE "OTHER     " TO WSTransDesc
           END-EVALUATE.

           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           IF AQTransCode = "FW"
               MOVE "FW" TO WSPostCode
               MOVE "FWVAPP" TO WSAuditEvent
           ELSE
               MOVE "MA" TO WSPostCode
               MOVE "ADJAPP" TO WSAuditEvent
           END-IF
           CALL 'LEDGPOST' USING IDNum, WSPostCode, WSAdjAmount
           IF AQTransCode = "FW"
               PERFORM Log-Approved-Waiver
           END-IF
           MOVE Balance TO WSBalanceEdit
           MOVE WSBalanceEdit TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, WSAuditEvent, IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE Balance TO WSBalanceEdit
           DISPLAY "Approved and posted - new Balance "
               WSBalanceEdit.

       Log-Approved-Waiver.
           COMPUTE WSWaiveAmount = WSAdjAmount * -1
           MOVE AQFeeDate TO WSWaiveFeeDate
           CALL 'WAIVELOG' USING IDNum, WSWaiveFeeDate, AQFeeCode,
               WSWaiveAmount, AQReason, AQRequestOp.

       Mark-Item-Worked.
           MOVE 0 TO WSSequence
           MOVE 'N' TO WSEOF
