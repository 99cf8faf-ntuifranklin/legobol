      *> retiring CustomerRecord is logically deleted the way
      *> deletefile.cob deletes, and the whole operation is written
      *> through AUDITLOG.
      *> Modification History:
      *>   Guarantees on Guarantor.dat follow the merge: the
      *>   retiring account's guarantee moves to the survivor
      *>   (unless the survivor already has one of its own), and
      *>   guarantees the retiring customer gave on other accounts
      *>   are repointed to the surviving IDNum.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WSHistoryStatus.
           SELECT HistoryWorkFile ASSIGN TO "CustHistWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GuarantorFile ASSIGN TO "Guarantor.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GTIDNum
               FILE STATUS IS WSGuarStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoryWorkFile.
       01 HistoryWorkRecord           PIC X(130).

      *> Same layout guarmaint.cob writes.
       FD GuarantorFile.
       01 GuarantorRecord.
           02 GTIDNum                 PIC 9(05).
           02 GTType                   PIC X(01).
               88 GTIsCustomer         VALUE 'C'.
               88 GTIsContact          VALUE 'X'.
           02 GTGuarIDNum              PIC 9(05).
           02 GTName                   PIC X(31).
           02 GTStreet                 PIC X(25).
           02 GTCity                   PIC X(15).
           02 GTState                  PIC X(02).
           02 GTZip                    PIC X(09).
           02 GTPhone                  PIC 9(10).
           02 GTStartDate              PIC 9(08).
           02 GTReleaseMonths          PIC 9(03).
           02 GTStatus                 PIC X(01).
               88 GTActive             VALUE 'A'.
               88 GTReleased           VALUE 'R'.
           02 GTReleaseDate            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSNotesStatus                PIC X(02).
       01 WSNegBalance                 PIC S9(07)V99.
       01 WSNotesMoved                 PIC 9(05) VALUE 0.
       01 WSHistoryMoved               PIC 9(05) VALUE 0.
       01 WSGuarStatus                 PIC X(02).
       01 WSGuarMoved                  PIC 9(05) VALUE 0.
       01 WSGuarSave                   PIC X(123).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
      *> Pull the retiring record into working storage first, then
      *> leave the survivor in the FD buffer for update.
           MOVE WSRetiringID TO IDNum
           END-IF
           PERFORM Move-Notes
           PERFORM Move-History
           PERFORM Move-Guarantees
           ADD 1 TO WSMergeCount
           DISPLAY "Merge complete - " WSRetiringID " folded into "
               WSSurvivorID "."
           DISPLAY "  Notes moved:     " WSNotesMoved
           DISPLAY "  Snapshots moved: " WSHistoryMoved
           DISPLAY "  Guarantees moved:" WSGuarMoved
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSMergeCount
           GOBACK.

           CLOSE HistoryWorkFile
           CLOSE HistoryFile.

      *> Guarantor.dat is keyed, so the retiring account's own
      *> guarantee is re-keyed in place; guarantees the retiring
      *> customer gave are found by a pass over the whole file.
      *> A guarantee that would leave the survivor guaranteeing
      *> itself is dropped.

       Move-Guarantees.
           OPEN I-O GuarantorFile
           IF WSGuarStatus = "00"
               MOVE WSRetiringID TO GTIDNum
               READ GuarantorFile
                   INVALID KEY MOVE 'N' TO WSFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
               END-READ
               IF WSFound
                   MOVE GuarantorRecord TO WSGuarSave
                   DELETE GuarantorFile RECORD
                   PERFORM Rekey-Retiring-Guarantee
               END-IF
               MOVE 'N' TO WSEOF
               MOVE 0 TO GTIDNum
               START GuarantorFile KEY IS NOT LESS THAN GTIDNum
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ GuarantorFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF GTIsCustomer
                               AND GTGuarIDNum = WSRetiringID
                               PERFORM Repoint-Guarantor
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GuarantorFile
           END-IF.

       Rekey-Retiring-Guarantee.
           MOVE WSSurvivorID TO GTIDNum
           READ GuarantorFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF WSFound
               DISPLAY "  Survivor already has a guarantee - "
                   "retiring account's guarantee dropped."
           ELSE
               MOVE WSGuarSave TO GuarantorRecord
               MOVE WSSurvivorID TO GTIDNum
               IF GTIsCustomer AND GTGuarIDNum = WSSurvivorID
                   DISPLAY "  Retiring account was guaranteed by "
                       "the survivor - guarantee dropped."
               ELSE
                   WRITE GuarantorRecord
                   ADD 1 TO WSGuarMoved
               END-IF
           END-IF.

       Repoint-Guarantor.
           IF GTIDNum = WSSurvivorID
               DELETE GuarantorFile RECORD
               DISPLAY "  Survivor was guaranteed by the retiring "
                   "account - guarantee dropped."
           ELSE
               MOVE WSSurvivorID TO GTGuarIDNum
               REWRITE GuarantorRecord
               ADD 1 TO WSGuarMoved
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSMergeCount
