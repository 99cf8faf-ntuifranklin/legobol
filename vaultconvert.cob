       IDENTIFICATION DIVISION.
       PROGRAM-ID. vaultconvert.
      *> One-time bank account tokenization - walks
      *> AutopayEnroll.dat and moves every account number still
      *> held in clear text into the vault (BANKVLT, BankVault.dat),
      *> rewriting the enrollment with the token and last four
      *> digits in its place.  An enrollment already carrying a
      *> token is left alone, so a run interrupted part-way is
      *> simply run again.  Any enrollment the vault could not take
      *> is listed and left as it was, with the warning return
      *> code.  Run once, with the shop quiesced, before the
      *> tokenizing programs go live.
      *> The enrollment record grew with the token (35 bytes to
      *> 44: the token and last four in the account field, and the
      *> prenote status and date after it), and a keyed file keeps
      *> the record length it was created with.  A file still in
      *> the 35-byte layout (LAYOUTCK: not yet at the version in
      *> LAYOUTVR.CPY) is therefore unloaded, tokenizing as it
      *> goes, to AutopayWork.dat and recreated from it; its
      *> enrollments have been debiting all along, so their prenote
      *> status is left blank (cleared).  Enrollments in against
      *> enrollments out must tie before the file is stamped in
      *> LayoutCtl.dat (LAYOUTST) as the new layout, and the work
      *> file is then emptied - it holds no clear account number
      *> but one the vault would not take.  readycheck.cob holds
      *> the nightly chain at NO-GO until this has run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AutopayFile ASSIGN TO "AutopayEnroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APIDNum
               FILE STATUS IS WSAutopayStatus.
           SELECT OldAutopayFile ASSIGN TO "AutopayEnroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OAIDNum
               FILE STATUS IS WSOldStatus.
           SELECT WorkFile ASSIGN TO "AutopayWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWorkStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout autopaymaint.cob writes.
       FD AutopayFile.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APRouting                PIC 9(09).
           02 APAccount.
               03 APAcctToken          PIC X(11).
               03 FILLER               PIC X(02).
               03 APAcctLast4          PIC X(04).
           02 APDebitDay               PIC 9(02).
           02 APReturnCount            PIC 9(02).
           02 APPrenoteStatus          PIC X(01).
           02 APPrenoteDate            PIC 9(08).

      *> The layout before tokenization.
       FD OldAutopayFile.
       01 OldAutopayRecord.
           02 OAIDNum                 PIC 9(05).
           02 OARouting                PIC 9(09).
           02 OAAccount                PIC X(17).
           02 OADebitDay               PIC 9(02).
           02 OAReturnCount            PIC 9(02).

       FD WorkFile.
       01 WorkRecord.
           02 WKIDNum                 PIC 9(05).
           02 WKRouting                PIC 9(09).
           02 WKAccount                PIC X(17).
           02 WKDebitDay               PIC 9(02).
           02 WKReturnCount            PIC 9(02).
           02 WKPrenoteStatus          PIC X(01).
           02 WKPrenoteDate            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSAutopayStatus              PIC X(02).
       01 WSOldStatus                  PIC X(02).
       01 WSWorkStatus                 PIC X(02).
       01 WSUnloadedCount              PIC 9(07) VALUE 0.
       01 WSReloadedCount              PIC 9(07) VALUE 0.
       01 WSRebuiltFlag               PIC X(01) VALUE 'N'.
           88 WSRebuilt                VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "VAULTCONV".
       01 WSConvertedCount             PIC 9(07) VALUE 0.
       01 WSAlreadyCount               PIC 9(07) VALUE 0.
       01 WSFailedCount                PIC 9(07) VALUE 0.
       01 WSClearAccount               PIC X(17).
       01 WSNewToken                   PIC X(17).
       01 WSVaultResult               PIC X(01).
           88 WSVaultResolved          VALUE 'Y'.
           COPY LAYOUTVR.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSConvertedCount
           OPEN I-O AutopayFile
           EVALUATE WSAutopayStatus
               WHEN "35"
                   DISPLAY "No autopay enrollments on file - nothing "
                       "to convert."
                   CALL 'RUNLOG' USING WSProgramId, "END  ",
                       WSConvertedCount
                   GOBACK
               WHEN "00"
                   CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
                   IF LVMatches
                       PERFORM Tokenize-In-Place
                   ELSE
                       CLOSE AutopayFile
                       PERFORM Rebuild-From-Old-Layout
                   END-IF
               WHEN OTHER
                   PERFORM Rebuild-From-Old-Layout
           END-EVALUATE
           DISPLAY "-----------------------------------"
           DISPLAY "Enrollments tokenized:  " WSConvertedCount
           DISPLAY "Already tokenized:      " WSAlreadyCount
           DISPLAY "Not converted:          " WSFailedCount
           IF WSFailedCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WSRebuilt
               PERFORM Prove-Rebuild
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSConvertedCount
           GOBACK.

       Tokenize-In-Place.
           DISPLAY "BANK ACCOUNT TOKENIZATION"
           DISPLAY "-----------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ AutopayFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Convert-One-Enrollment
               END-READ
           END-PERFORM
           CLOSE AutopayFile.

       Rebuild-From-Old-Layout.
           OPEN INPUT OldAutopayFile
           IF WSOldStatus NOT = "00"
               DISPLAY "AutopayEnroll.dat opens in neither layout - "
                   "nothing converted."
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT WorkFile
           IF WSWorkStatus NOT = "00"
               CLOSE OldAutopayFile
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "BANK ACCOUNT TOKENIZATION - 35-BYTE LAYOUT REBUILT"
           DISPLAY "-----------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ OldAutopayFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Unload-One-Enrollment
               END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE OldAutopayFile
           MOVE 'N' TO WSEOF
           OPEN INPUT WorkFile
           OPEN OUTPUT AutopayFile
           IF WSAutopayStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ WorkFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Reload-One-Enrollment
               END-READ
           END-PERFORM
           CLOSE AutopayFile
           CLOSE WorkFile
           SET WSRebuilt TO TRUE.

      *> Each account goes to the vault on the way out, so the
      *> work file carries the token, never the clear number.

       Unload-One-Enrollment.
           ADD 1 TO WSUnloadedCount
           MOVE OAIDNum TO WKIDNum
           MOVE OARouting TO WKRouting
           MOVE OADebitDay TO WKDebitDay
           MOVE OAReturnCount TO WKReturnCount
           MOVE SPACE TO WKPrenoteStatus
           MOVE 0 TO WKPrenoteDate
           IF OAAccount(1:2) = "TK" AND OAAccount(3:9) IS NUMERIC
               ADD 1 TO WSAlreadyCount
               MOVE OAAccount TO WKAccount
           ELSE
               MOVE OAAccount TO WSClearAccount
               MOVE SPACES TO WSNewToken
               CALL 'BANKVLT' USING "T", WSProgramId, OAIDNum,
                   WSClearAccount, WSNewToken, WSVaultResult
               IF WSVaultResolved
                   MOVE WSNewToken TO WKAccount
                   ADD 1 TO WSConvertedCount
               ELSE
                   MOVE OAAccount TO WKAccount
                   ADD 1 TO WSFailedCount
                   DISPLAY "FAILED   " OAIDNum
                       " - vault did not take the account"
               END-IF
               MOVE SPACES TO WSClearAccount
           END-IF
           WRITE WorkRecord.

       Reload-One-Enrollment.
           MOVE WorkRecord TO AutopayRecord
           WRITE AutopayRecord
               INVALID KEY
                   DISPLAY "FAILED   " APIDNum
                       " - write status " WSAutopayStatus
               NOT INVALID KEY
                   ADD 1 TO WSReloadedCount
           END-WRITE.

       Prove-Rebuild.
           DISPLAY "Enrollments unloaded:   " WSUnloadedCount
           DISPLAY "Enrollments reloaded:   " WSReloadedCount
           IF WSReloadedCount = WSUnloadedCount
               CALL 'LAYOUTST' USING LVAutopayMaster, WSProgramId
               OPEN OUTPUT WorkFile
               CLOSE WorkFile
               DISPLAY "Proof ties - AutopayEnroll.dat is now in the "
                   "tokenized layout."
           ELSE
               DISPLAY "PROOF DOES NOT TIE - restore AutopayEnroll.dat "
                   "from the pre-conversion backup before the "
                   "chain runs; the enrollments as unloaded are on "
                   "AutopayWork.dat."
               MOVE 16 TO RETURN-CODE
           END-IF.

       Convert-One-Enrollment.
           IF APAcctToken(1:2) = "TK" AND APAcctToken(3:9) IS NUMERIC
               ADD 1 TO WSAlreadyCount
           ELSE
               MOVE APAccount TO WSClearAccount
               MOVE SPACES TO WSNewToken
               CALL 'BANKVLT' USING "T", WSProgramId, APIDNum,
                   WSClearAccount, WSNewToken, WSVaultResult
               IF WSVaultResolved
                   MOVE WSNewToken TO APAccount
                   REWRITE AutopayRecord
                   IF WSAutopayStatus = "00"
                       ADD 1 TO WSConvertedCount
                   ELSE
                       ADD 1 TO WSFailedCount
                       DISPLAY "FAILED   " APIDNum
                           " - rewrite status " WSAutopayStatus
                   END-IF
               ELSE
                   ADD 1 TO WSFailedCount
                   DISPLAY "FAILED   " APIDNum
                       " - vault did not take the account"
               END-IF
               MOVE SPACES TO WSClearAccount
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSAutopayStatus
               " / " WSOldStatus " / " WSWorkStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSConvertedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
