      *>   PriorCustomer.dat   - row removed
      *>   CustNameIx.dat      - name/phone search entry removed
      *>   AutopayEnroll.dat   - bank routing/account removed
      *>   BankVault.dat       - vaulted account number removed
      *>   CustDiary.dat       - follow-up rows removed
      *>   CustomerArchive.dat - archived master row blanked
      *>   ArchNotes.dat       - archived note rows removed
      *> file touched with the row counts removed, and the run
      *> itself is logged through RUNLOG.  Only a signed-on
      *> supervisor may run it.
      *> Modification History:
      *>   CustAudit.dat is now chained (CHAINLNK), so an erased
      *>   audit row is replaced rather than dropped: a stand-in
      *>   row dated today (ERASURE ERASED ID=00000, with the date
      *>   of the row it replaces and nothing personal) is signed
      *>   through CHAINHSH and re-anchors the chain on the erased
      *>   row's link, so CHAINVFY still proves the log end to end.
      *>   Audit and work records widened to 216 for the link.
      *>   The autopay enrollment's bank account is now discarded
      *>   from the vault (BANKVLT) along with the enrollment.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) before anything is erased; a mismatch
      *>   refuses the erasure rather than stopping it part-
      *>   way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 HBody                    PIC X(125).

       FD AuditFile.
       01 AuditRecord                 PIC X(216).

       FD PriorCustomerFile.
           COPY PRIORCUST.

       FD SideWorkFile.
       01 SideWorkRecord              PIC X(216).

       FD AutopayFile.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APBody                   PIC X(39).

       FD DiaryFile.
       01 DiaryRecord.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSNotesStatus                PIC X(02).
       01 WSErasedCount                PIC 9(07) VALUE 0.
       01 WSAskIDNum                   PIC 9(05).
       01 WSAskIDDisplay               PIC X(05).
       01 WSRunningLink                PIC X(18).
       01 WSAnchorLink                 PIC X(18).
       01 WSNewLink                    PIC X(18).
       01 WSSignedWidth                PIC 9(03) VALUE 188.
       01 WSStandInRow                 PIC X(216).
       01 WSStandInBefore              PIC X(40).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSAnswer                     PIC X(01).
       01 WSSavedPhone                 PIC 9(10).
       01 WSDiaryKeyCount              PIC 9(02) VALUE 0.
       01 WSSub                        PIC 9(02).
       01 WSBankAccount                PIC X(17).
       01 WSVaultToken                 PIC X(17).
       01 WSVaultResult               PIC X(01).
       01 WSDiaryKeyTable.
           02 WSDiaryKeyEntry OCCURS 50 TIMES.
               03 WSDiaryDueDate      PIC 9(08).
                   WSErasedCount
               GOBACK
           END-IF
           PERFORM Check-Autopay-Layout
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSAskIDNum TO WSAskIDDisplay
           PERFORM Blank-Master-Record
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           MOVE WSAskIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag

       Purge-Audit.
           MOVE 'N' TO WSEOF
           MOVE ALL "0" TO WSRunningLink
           OPEN INPUT AuditFile
           IF WSAuditStatus = "00"
               OPEN OUTPUT SideWorkFile
                               AND AuditRecord(49:5)
                                   = WSAskIDDisplay
                               ADD 1 TO WSAuditRows
                               IF AuditRecord(171:5) = " CHN="
                                   PERFORM Write-Audit-Stand-In
                               END-IF
                           ELSE
                               WRITE SideWorkRecord
                                   FROM AuditRecord
                               PERFORM Follow-Audit-Link
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

      *> The chain's position after each row kept: a re-anchor row
      *> carries it after " ANC=", any other linked row after
      *> " CHN="; rows from before the chain leave it unchanged.

       Follow-Audit-Link.
           IF AuditRecord(194:5) = " ANC="
               MOVE AuditRecord(199:18) TO WSRunningLink
           ELSE
               IF AuditRecord(171:5) = " CHN="
                   MOVE AuditRecord(176:18) TO WSRunningLink
               END-IF
           END-IF.

      *> An erased row that was linked is replaced by a stand-in
      *> re-anchored on the erased row's own link, signed from the
      *> link before it - so the rows after it still verify, and
      *> the stand-in cannot be moved or forged without the key.

       Write-Audit-Stand-In.
           MOVE AuditRecord(176:18) TO WSAnchorLink
           IF AuditRecord(194:5) = " ANC="
               MOVE AuditRecord(199:18) TO WSAnchorLink
           END-IF
           MOVE SPACES TO WSStandInBefore
           STRING "AUDIT ROW OF " DELIMITED BY SIZE
               AuditRecord(1:8) DELIMITED BY SIZE
               " ERASED" DELIMITED BY SIZE
               INTO WSStandInBefore
           END-STRING
           MOVE SPACES TO WSStandInRow
           STRING WSToday DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               WSProgramId DELIMITED BY SIZE
               " ERASED ID=00000 BEFORE:[" DELIMITED BY SIZE
               WSStandInBefore DELIMITED BY SIZE
               "] AFTER:[" DELIMITED BY SIZE
               "                                        "
                   DELIMITED BY SIZE
               "] OPER=" DELIMITED BY SIZE
               WSOperatorId DELIMITED BY SIZE
               INTO WSStandInRow(1:170)
           END-STRING
           MOVE WSAnchorLink TO WSStandInRow(171:18)
           CALL 'CHAINHSH' USING WSRunningLink, WSStandInRow,
               WSSignedWidth, WSNewLink
           MOVE SPACES TO WSStandInRow(171:)
           MOVE " CHN=" TO WSStandInRow(171:5)
           MOVE WSNewLink TO WSStandInRow(176:18)
           MOVE " ANC=" TO WSStandInRow(194:5)
           MOVE WSAnchorLink TO WSStandInRow(199:18)
           WRITE SideWorkRecord FROM WSStandInRow
           MOVE WSAnchorLink TO WSRunningLink.

       Purge-Prior-Snapshot.
           MOVE 'N' TO WSEOF
           OPEN INPUT PriorCustomerFile
               WSSavedFirstName, WSSavedLastName, WSSavedPhone
           MOVE 1 TO WSNameIxRows.

      *> The enrollment is purged late in the run, so its layout is
      *> proved before anything is erased rather than part-way.

       Check-Autopay-Layout.
           OPEN INPUT AutopayFile
           IF WSAutopayStatus = "00"
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
               CLOSE AutopayFile
               IF LVMismatch
                   DISPLAY "Nothing erased."
                   CALL 'RUNLOG' USING WSProgramId, "END  ",
                       WSErasedCount
                   GOBACK
               END-IF
           END-IF.

       Purge-Autopay-Enrollment.
           OPEN I-O AutopayFile
           IF WSAutopayStatus = "00"
               READ AutopayFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE APBody(10:17) TO WSVaultToken
                       CALL 'BANKVLT' USING "D", WSProgramId,
                           WSAskIDNum, WSBankAccount, WSVaultToken,
                           WSVaultResult
                       DELETE AutopayFile RECORD
                       MOVE 1 TO WSAutopayRows
               END-READ
