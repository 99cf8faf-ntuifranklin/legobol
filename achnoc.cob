       IDENTIFICATION DIVISION.
       PROGRAM-ID. achnoc.
      *> ACH notification-of-change processing - when the bank
      *> accepts a debit but tells us the routing or account
      *> number on it is out of date, it sends a notification of
      *> change (ACHNOC.dat: the debit's routing, account and IDNum
      *> echoed back with the change code and the corrected
      *> details).  This run applies each correction to the
      *> enrollment on AutopayEnroll.dat so the next debit goes to
      *> the right account without anyone re-keying it:
      *>   C01 - corrected account number;
      *>   C02 - corrected routing number;
      *>   C03 - corrected routing and account number.
      *> A corrected routing number must still pass its ABA check
      *> digit (ABACHK).  Every correction leaves a before/after
      *> row on the audit trail (AUDITLOG, event "NOC   ") and a
      *> CUSTNOTE on the account; anything that cannot be applied
      *> lands on the register for the cash office with the
      *> warning return code.
      *> Modification History:
      *>   The enrollment now holds a vault token in place of the
      *>   account number (BANKVLT): the bank's echoed account is
      *>   matched against the vault, never against a clear number
      *>   on file, and a corrected account number is tokenized
      *>   before it is stored - the audit row and the register
      *>   show only the token and last four digits.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run before a notification is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AutopayFile ASSIGN TO "AutopayEnroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APIDNum
               FILE STATUS IS WSAutopayStatus.
           SELECT NOCFile ASSIGN TO "ACHNOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSNOCStatus.

       DATA DIVISION.
       FILE SECTION.
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
               88 APPrenotePending     VALUE 'P'.
               88 APPrenoteClear       VALUE 'C' SPACE.
               88 APPrenoteFailed      VALUE 'F'.
           02 APPrenoteDate            PIC 9(08).

      *> Bank's notification-of-change layout - the debit's bank
      *> details and IDNum echoed back, then the change code and
      *> the corrected details (the field not being corrected is
      *> repeated or left blank).
       FD NOCFile.
       01 NOCRecord.
           02 NC-Routing              PIC 9(09).
           02 NC-Account               PIC X(17).
           02 NC-IDNum                 PIC 9(05).
           02 NC-ChangeCode            PIC X(03).
               88 NC-AccountChange     VALUE "C01".
               88 NC-RoutingChange     VALUE "C02".
               88 NC-BothChange        VALUE "C03".
           02 NC-NewRouting            PIC 9(09).
           02 NC-NewAccount            PIC X(17).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSAutopayStatus              PIC X(02).
       01 WSNOCStatus                  PIC X(02).
       01 WSEnrollFoundFlag           PIC X(01) VALUE 'N'.
           88 WSEnrollFound            VALUE 'Y'.
       01 WSRoutingFlag               PIC X(01).
           88 WSRoutingOK              VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "ACHNOC".
       01 WSAppliedCount               PIC 9(07) VALUE 0.
       01 WSRejectCount                PIC 9(05) VALUE 0.
       01 WSNewRouting                 PIC 9(09).
       01 WSNewAccount                 PIC X(17).
       01 WSRejectReason               PIC X(30).
       01 WSBeforeImage                PIC X(40).
       01 WSAfterImage                 PIC X(40).
       01 WSNoteText                   PIC X(60).
       01 WSIDNum                      PIC 9(05).
       01 WSNewToken                   PIC X(17).
       01 WSVaultResult               PIC X(01).
           88 WSVaultResolved          VALUE 'Y'.
       01 WSAccountMatchFlag          PIC X(01).
           88 WSAccountMatches         VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSAppliedCount
           OPEN INPUT NOCFile
           IF WSNOCStatus NOT = "00"
               DISPLAY "No notification-of-change file found - "
                   "nothing to apply."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSAppliedCount
               GOBACK
           END-IF
           OPEN I-O AutopayFile
           IF WSAutopayStatus NOT = "00"
               DISPLAY "AutopayEnroll.dat I/O error - status "
                   WSAutopayStatus
               CLOSE NOCFile
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSAppliedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
           IF LVMismatch
               CLOSE NOCFile
               CLOSE AutopayFile
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSAppliedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ACH NOTIFICATION-OF-CHANGE REGISTER"
           DISPLAY "-----------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ NOCFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Process-One-NOC
               END-READ
           END-PERFORM
           CLOSE AutopayFile
           CLOSE NOCFile
           DISPLAY "-----------------------------------"
           DISPLAY "Corrections applied:  " WSAppliedCount
           DISPLAY "Corrections rejected: " WSRejectCount
           IF WSRejectCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSAppliedCount
           GOBACK.

       Process-One-NOC.
           MOVE NC-IDNum TO APIDNum
           READ AutopayFile
               INVALID KEY MOVE 'N' TO WSEnrollFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSEnrollFoundFlag
           END-READ
           MOVE SPACES TO WSRejectReason
           IF WSEnrollFound
               CALL 'BANKVLT' USING "M", WSProgramId, NC-IDNum,
                   NC-Account, APAccount, WSAccountMatchFlag
               MOVE APRouting TO WSNewRouting
               MOVE APAccount TO WSNewAccount
               EVALUATE TRUE
                   WHEN NC-AccountChange
                       MOVE NC-NewAccount TO WSNewAccount
                   WHEN NC-RoutingChange
                       MOVE NC-NewRouting TO WSNewRouting
                   WHEN NC-BothChange
                       MOVE NC-NewRouting TO WSNewRouting
                       MOVE NC-NewAccount TO WSNewAccount
                   WHEN OTHER
                       MOVE "CHANGE CODE NOT HANDLED" TO
                           WSRejectReason
               END-EVALUATE
           END-IF
           CALL 'ABACHK' USING WSNewRouting, WSRoutingFlag
           EVALUATE TRUE
               WHEN NOT WSEnrollFound
                   MOVE "NO AUTOPAY ENROLLMENT" TO WSRejectReason
               WHEN WSRejectReason NOT = SPACES
                   CONTINUE
               WHEN APRouting NOT = NC-Routing
                       OR NOT WSAccountMatches
                   MOVE "ENROLLMENT CHANGED SINCE DEBIT" TO
                       WSRejectReason
               WHEN NOT WSRoutingOK
                   MOVE "NEW ROUTING FAILS CHECK" TO WSRejectReason
               WHEN WSNewAccount = SPACES
                   MOVE "NEW ACCOUNT IS BLANK" TO WSRejectReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSRejectReason = SPACES
                   AND WSNewAccount NOT = APAccount
               PERFORM Tokenize-New-Account
           END-IF
           IF WSRejectReason = SPACES
               PERFORM Apply-Correction
           ELSE
               ADD 1 TO WSRejectCount
               DISPLAY "REJECTED " NC-IDNum " " NC-ChangeCode " "
                   WSRejectReason " - by hand"
           END-IF.

      *> A corrected account number goes into the vault and only
      *> its token comes back onto the enrollment.

       Tokenize-New-Account.
           MOVE APAccount TO WSNewToken
           CALL 'BANKVLT' USING "T", WSProgramId, NC-IDNum,
               WSNewAccount, WSNewToken, WSVaultResult
           IF WSVaultResolved
               MOVE WSNewToken TO WSNewAccount
           ELSE
               MOVE "BANK ACCOUNT VAULT UNAVAILABLE" TO
                   WSRejectReason
           END-IF.

      *> The enrollment only takes the correction if it still holds
      *> the details the debit went out on - an operator change
      *> made since then wins.  A prenote the bank returned is sent
      *> again against the corrected details.

       Apply-Correction.
           MOVE SPACES TO WSBeforeImage
           STRING APRouting DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APAccount DELIMITED BY SIZE
               INTO WSBeforeImage
           END-STRING
           MOVE WSNewRouting TO APRouting
           MOVE WSNewAccount TO APAccount
           IF APPrenoteFailed
               SET APPrenotePending TO TRUE
               MOVE 0 TO APPrenoteDate
           END-IF
           REWRITE AutopayRecord
           IF WSAutopayStatus NOT = "00"
               ADD 1 TO WSRejectCount
               DISPLAY "REJECTED " NC-IDNum " " NC-ChangeCode
                   " rewrite failed - status " WSAutopayStatus
           ELSE
               MOVE SPACES TO WSAfterImage
               STRING APRouting DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   APAccount DELIMITED BY SIZE
                   INTO WSAfterImage
               END-STRING
               MOVE NC-IDNum TO WSIDNum
               CALL 'AUDITLOG' USING WSProgramId, "NOC   ", WSIDNum,
                   WSBeforeImage, WSAfterImage
               MOVE SPACES TO WSNoteText
               STRING "ACH NOTIFICATION OF CHANGE " DELIMITED BY SIZE
                   NC-ChangeCode DELIMITED BY SIZE
                   " - AUTOPAY BANK DETAILS UPDATED"
                       DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               CALL 'CUSTNOTE' USING WSIDNum, WSNoteText
               ADD 1 TO WSAppliedCount
               DISPLAY "APPLIED  " NC-IDNum " " NC-ChangeCode
                   " routing " APRouting " account " APAccount
           END-IF.
