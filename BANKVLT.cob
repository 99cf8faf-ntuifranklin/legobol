      *> Bank account vault subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BANKVLT.
      *> Keeps autopay bank account numbers off AutopayEnroll.dat.
      *> The enrollment's 17-byte account field carries a token
      *> instead - "TK" and a 9-digit serial, two spaces, and the
      *> account's last four digits - and the real number lives
      *> only on BankVault.dat, keyed by token, which operations
      *> keeps readable by the production batch id only.  LFunction:
      *>   T - tokenize LAccountNumber into LTokenField.  When
      *>       LTokenField already holds a token for that same
      *>       number it is kept; otherwise a new token is drawn
      *>       from VaultSerial.dat and the old one is discarded.
      *>   M - match: LResult 'Y' when LTokenField's vault row holds
      *>       LAccountNumber (achnoc.cob checks the bank's echo
      *>       without ever seeing the number).
      *>   R - resolve LTokenField back to LAccountNumber.  Only
      *>       achdebit.cob, refundext.cob's ACH credit, and
      *>       autopaymaint.cob for a signed-on supervisor may; any
      *>       other caller is refused (LResult 'X') and the attempt
      *>       is logged through AUDITLOG as event VLTREF.
      *>   D - discard the vault row (enrollment removed or erased).
      *> LResult 'Y' done, 'N' token not on the vault, 'X' refused.
      *> Same open/keyed-access/close-per-call shape as GUARGET;
      *> the vault is created on first use.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VaultFile ASSIGN TO "BankVault.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BVToken
               FILE STATUS IS WSVaultStatus.
           SELECT VaultSerialFile ASSIGN TO "VaultSerial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSerialStatus.

       DATA DIVISION.
       FILE SECTION.
       FD VaultFile.
       01 VaultRecord.
           02 BVToken                 PIC X(11).
           02 BVIDNum                  PIC 9(05).
           02 BVAccount                PIC X(17).
           02 BVCreatedDate            PIC 9(08).
           02 BVCreatedBy              PIC X(10).

       FD VaultSerialFile.
       01 VaultSerialRecord           PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WSVaultStatus               PIC X(02).
       01 WSSerialStatus              PIC X(02).
       01 WSVaultSerial                PIC 9(09) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSEnd                        PIC 9(02).
       01 WSOldToken                   PIC X(11).
       01 WSOldTokenFlag              PIC X(01).
           88 WSOldTokenOnVault        VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSAuditProgram               PIC X(10) VALUE "BANKVLT".
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSNewToken.
           02 WSNewTokenId             PIC X(11).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 WSNewLast4               PIC X(04).

       LINKAGE SECTION.
        01 LFunction PIC X(01).
            88 LTokenize             VALUE 'T'.
            88 LMatch                VALUE 'M'.
            88 LResolve              VALUE 'R'.
            88 LDiscard              VALUE 'D'.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LAccountNumber PIC X(17).
        01 LTokenField.
            02 LToken PIC X(11).
            02 FILLER PIC X(02).
            02 LLast4 PIC X(04).
        01 LResult PIC X(01).
            88 LVaultDone            VALUE 'Y'.
            88 LNotOnVault           VALUE 'N'.
            88 LVaultRefused         VALUE 'X'.

       PROCEDURE DIVISION USING LFunction, LProgramId, LIDNum,
               LAccountNumber, LTokenField, LResult.
       BANKVLT-Entry.
           SET LNotOnVault TO TRUE
           IF LResolve
               PERFORM Check-Resolve-Allowed
               IF LVaultRefused
                   GOBACK
               END-IF
           END-IF
           OPEN I-O VaultFile
           IF WSVaultStatus = "35"
               OPEN OUTPUT VaultFile
               CLOSE VaultFile
               OPEN I-O VaultFile
           END-IF
           IF WSVaultStatus NOT = "00"
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN LTokenize
                   PERFORM Tokenize-Account
               WHEN LMatch
                   PERFORM Read-Token-Row
                   IF LVaultDone AND BVAccount NOT = LAccountNumber
                       SET LNotOnVault TO TRUE
                   END-IF
               WHEN LResolve
                   PERFORM Read-Token-Row
                   IF LVaultDone
                       MOVE BVAccount TO LAccountNumber
                   END-IF
               WHEN LDiscard
                   PERFORM Read-Token-Row
                   IF LVaultDone
                       DELETE VaultFile RECORD
                           INVALID KEY SET LNotOnVault TO TRUE
                       END-DELETE
                   END-IF
           END-EVALUATE
           CLOSE VaultFile
           GOBACK.

      *> The production debit and refund runs resolve unattended;
      *> the maintenance screen only for a supervisor.

       Check-Resolve-Allowed.
           EVALUATE LProgramId
               WHEN "ACHDEBIT"
               WHEN "REFUNDEXT"
                   CONTINUE
               WHEN "AUTOPAYMNT"
                   CALL 'OPERID' USING WSOperatorId, WSOperatorRole
                   IF NOT WSRoleSupervisor
                       SET LVaultRefused TO TRUE
                   END-IF
               WHEN OTHER
                   SET LVaultRefused TO TRUE
           END-EVALUATE
           IF LVaultRefused
               MOVE SPACES TO WSAuditBefore
               STRING "RESOLVE " DELIMITED BY SIZE
                   LToken DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               MOVE SPACES TO WSAuditAfter
               STRING "REFUSED FOR " DELIMITED BY SIZE
                   LProgramId DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               CALL 'AUDITLOG' USING WSAuditProgram, "VLTREF",
                   LIDNum, WSAuditBefore, WSAuditAfter
           END-IF.

       Read-Token-Row.
           IF LToken(1:2) = "TK" AND LToken(3:9) IS NUMERIC
               MOVE LToken TO BVToken
               READ VaultFile
                   INVALID KEY SET LNotOnVault TO TRUE
                   NOT INVALID KEY SET LVaultDone TO TRUE
               END-READ
           END-IF.

       Tokenize-Account.
           MOVE 'N' TO WSOldTokenFlag
           PERFORM Read-Token-Row
           IF LVaultDone AND BVAccount = LAccountNumber
               CONTINUE
           ELSE
               IF LVaultDone
                   SET WSOldTokenOnVault TO TRUE
                   MOVE BVToken TO WSOldToken
               END-IF
               PERFORM Issue-New-Token
           END-IF.

       Issue-New-Token.
           SET LNotOnVault TO TRUE
           PERFORM Draw-Vault-Serial
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE SPACES TO WSNewToken
           STRING "TK" DELIMITED BY SIZE
               WSVaultSerial DELIMITED BY SIZE
               INTO WSNewTokenId
           END-STRING
           PERFORM Take-Last-Four
           MOVE WSNewTokenId TO BVToken
           MOVE LIDNum TO BVIDNum
           MOVE LAccountNumber TO BVAccount
           MOVE WSToday TO BVCreatedDate
           MOVE LProgramId TO BVCreatedBy
           WRITE VaultRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY SET LVaultDone TO TRUE
           END-WRITE
           IF LVaultDone
               MOVE WSNewToken TO LTokenField
               IF WSOldTokenOnVault
                   MOVE WSOldToken TO BVToken
                   DELETE VaultFile RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF.

      *> Account numbers are keyed left-justified; the last four
      *> are the four ending at the last non-blank position.

       Take-Last-Four.
           MOVE 17 TO WSEnd
           PERFORM UNTIL WSEnd = 0
                   OR LAccountNumber(WSEnd:1) NOT = SPACE
               SUBTRACT 1 FROM WSEnd
           END-PERFORM
           EVALUATE TRUE
               WHEN WSEnd >= 4
                   MOVE LAccountNumber(WSEnd - 3:4) TO WSNewLast4
               WHEN WSEnd > 0
                   MOVE LAccountNumber(1:WSEnd)
                       TO WSNewLast4(5 - WSEnd:WSEnd)
           END-EVALUATE.

       Draw-Vault-Serial.
           MOVE 0 TO WSVaultSerial
           OPEN INPUT VaultSerialFile
           IF WSSerialStatus = "00"
               READ VaultSerialFile
                   AT END CONTINUE
                   NOT AT END MOVE VaultSerialRecord TO WSVaultSerial
               END-READ
               CLOSE VaultSerialFile
           END-IF
           ADD 1 TO WSVaultSerial
           OPEN OUTPUT VaultSerialFile
           MOVE WSVaultSerial TO VaultSerialRecord
           WRITE VaultSerialRecord
           CLOSE VaultSerialFile.
