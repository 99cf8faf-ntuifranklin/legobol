       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupconfirm.
      *> Duplicate-payment confirmation - works the suspects
      *> duppayrpt.cob leaves on DupPay.dat for one customer.  Each
      *> open suspect is listed with both payments; the clerk who
      *> has checked with the customer confirms it (C) - the
      *> duplicate amount then goes back to the customer on the
      *> next refundext.cob run, budget billing or not - or
      *> dismisses it (D) as two payments the customer meant to
      *> make.  Prompts in the custmaint.cob style, same shape as
      *> promomaint.cob; both actions leave a CUSTNOTE trail.
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
           SELECT DupFile ASSIGN TO "DupPay.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DPKey
               FILE STATUS IS WSDupStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout duppayrpt.cob writes.
       FD DupFile.
       01 DupRecord.
           02 DPKey.
               03 DPIDNum             PIC 9(05).
               03 DPLaterDate          PIC 9(08).
               03 DPLaterRunId         PIC 9(06).
               03 DPLaterSeq           PIC 9(02).
           02 DPLaterCode              PIC X(02).
           02 DPLaterProgram           PIC X(10).
           02 DPLaterAmount            PIC 9(07)V99.
           02 DPFirstDate              PIC 9(08).
           02 DPFirstCode              PIC X(02).
           02 DPFirstProgram           PIC X(10).
           02 DPFirstRunId             PIC 9(06).
           02 DPFirstAmount            PIC 9(07)V99.
           02 DPStatus                 PIC X(01).
               88 DPSuspect            VALUE 'S'.
               88 DPConfirmed          VALUE 'C'.
               88 DPDismissed          VALUE 'X'.
               88 DPRefunded           VALUE 'R'.
           02 DPFoundDate              PIC 9(08).
           02 DPActionDate             PIC 9(08).
           02 DPRefundAmount           PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSDupStatus                  PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionConfirm          VALUE 'C'.
           88 WSActionDismiss          VALUE 'D'.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSPick                       PIC 9(02).
       01 WSSuspectCount               PIC 9(02) VALUE 0.
       01 WSSuspectKeys.
           02 WSSuspectKey             PIC X(21) OCCURS 20 TIMES.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

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
               PERFORM Work-Suspects
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Work-Suspects.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O DupFile
           IF WSDupStatus NOT = "00"
               DISPLAY "No duplicate-payment suspects on file."
               GOBACK
           END-IF
           PERFORM List-Suspects
           IF WSSuspectCount = 0
               DISPLAY "No open duplicate-payment suspects for "
                   "this customer."
           ELSE
               DISPLAY "Suspect number (00 to leave): "
                   WITH NO ADVANCING
               ACCEPT WSPick
               IF WSPick > 0 AND WSPick <= WSSuspectCount
                   PERFORM Decide-Suspect
               ELSE
                   DISPLAY "No change made."
               END-IF
           END-IF
           CLOSE DupFile.

      *> The key leads with the IDNum, so one customer's suspects
      *> sit together from the first key at or after it.

       List-Suspects.
           MOVE 0 TO WSSuspectCount
           MOVE 'N' TO WSEOF
           MOVE IDNum TO DPIDNum
           MOVE 0 TO DPLaterDate
           MOVE 0 TO DPLaterRunId
           MOVE 0 TO DPLaterSeq
           START DupFile KEY IS NOT LESS THAN DPKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM UNTIL WSEOF = 'Y'
               READ DupFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF DPIDNum NOT = IDNum
                           MOVE 'Y' TO WSEOF
                       ELSE
                           IF DPSuspect AND WSSuspectCount < 20
                               PERFORM Show-One-Suspect
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Show-One-Suspect.
           ADD 1 TO WSSuspectCount
           MOVE DPKey TO WSSuspectKey(WSSuspectCount)
           MOVE DPFirstAmount TO WSBalanceEdit
           DISPLAY WSSuspectCount ". FIRST  " DPFirstDate " "
               DPFirstCode " " DPFirstProgram " run " DPFirstRunId
               " " WSBalanceEdit
           MOVE DPLaterAmount TO WSBalanceEdit
           DISPLAY "    AGAIN  " DPLaterDate " " DPLaterCode " "
               DPLaterProgram " run " DPLaterRunId " " WSBalanceEdit.

       Decide-Suspect.
           MOVE WSSuspectKey(WSPick) TO DPKey
           READ DupFile
               INVALID KEY
                   DISPLAY "Suspect no longer on file - no change "
                       "made."
                   MOVE SPACE TO WSAction
               NOT INVALID KEY
                   DISPLAY "Action (C=confirm duplicate, "
                       "D=dismiss): " WITH NO ADVANCING
                   ACCEPT WSAction
           END-READ
           EVALUATE TRUE
               WHEN WSActionConfirm
                   PERFORM Confirm-Duplicate
               WHEN WSActionDismiss
                   PERFORM Dismiss-Suspect
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE.

       Confirm-Duplicate.
           SET DPConfirmed TO TRUE
           MOVE WSToday TO DPActionDate
           MOVE DPLaterAmount TO DPRefundAmount
           REWRITE DupRecord
           MOVE DPRefundAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "DUPLICATE PAYMENT " DELIMITED BY SIZE
               DPLaterDate DELIMITED BY SIZE
               " CONFIRMED - " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " TO REFUND" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Duplicate confirmed - " WSBalanceEdit
               " goes back on the next refund run.".

       Dismiss-Suspect.
           SET DPDismissed TO TRUE
           MOVE WSToday TO DPActionDate
           REWRITE DupRecord
           MOVE SPACES TO WSNoteText
           STRING "DUPLICATE-PAYMENT SUSPECT " DELIMITED BY SIZE
               DPLaterDate DELIMITED BY SIZE
               " DISMISSED - BOTH INTENDED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Suspect dismissed.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSDupStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
