       IDENTIFICATION DIVISION.
       PROGRAM-ID. confirmreply.
      *> Audit confirmation reply entry - records a customer's
      *> answer to the balance confirmation confirmrun.cob mailed,
      *> on that period's ConfirmReg.dat row: agreed, or disputed
      *> with the amount the customer says they owed.  A reply can
      *> be re-keyed (a customer who disputes and then agrees after
      *> we explain) - the register keeps the latest answer and the
      *> AUDITLOG trail keeps every one.  Prompts in the
      *> custmaint.cob style; each reply leaves a CUSTNOTE.
      *> confirmexc.cob reports the disputes and non-replies to the
      *> auditors.
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
           SELECT ConfirmFile ASSIGN TO "ConfirmReg.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRKey
               FILE STATUS IS WSConfirmStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout confirmrun.cob writes.
       FD ConfirmFile.
       01 ConfirmRecord.
           02 CRKey.
               03 CRPeriod            PIC 9(06).
               03 CRIDNum              PIC 9(05).
           02 CRBasis                  PIC X(01).
           02 CRBalance                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CRMailDate               PIC 9(08).
           02 CRStatus                 PIC X(01).
               88 CROutstanding        VALUE 'O'.
               88 CRAgreed             VALUE 'A'.
               88 CRDisputed           VALUE 'D'.
           02 CRStatedAmount           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CRReplyDate              PIC 9(08).
           02 CROperator               PIC X(08).
           02 CRSeed                   PIC 9(10).
           02 CRThreshold              PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSConfirmStatus              PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CONFIRMRPY".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSConfirmFoundFlag          PIC X(01) VALUE 'N'.
           88 WSConfirmFound           VALUE 'Y'.
       01 WSPeriod                     PIC 9(06).
       01 WSReply                     PIC X(01).
           88 WSReplyAgreed            VALUE 'A'.
           88 WSReplyDisputed          VALUE 'D'.
       01 WSStatedAmount               PIC S9(07)V99.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                  PIC +$$$,$$$,$$9.99.
       01 WSMoneyEdit2                 PIC +$$$,$$$,$$9.99.

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
               PERFORM Record-Reply
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Record-Reply.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           DISPLAY "Confirmation period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WSPeriod
           OPEN I-O ConfirmFile
           IF WSConfirmStatus = "35"
               DISPLAY "No confirmations have been mailed."
               GOBACK
           END-IF
           IF WSConfirmStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE WSPeriod TO CRPeriod
           MOVE IDNum TO CRIDNum
           READ ConfirmFile
               INVALID KEY MOVE 'N' TO WSConfirmFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSConfirmFoundFlag
           END-READ
           IF NOT WSConfirmFound
               DISPLAY "No confirmation was mailed to this customer "
                   "for period " WSPeriod "."
           ELSE
               PERFORM Show-Confirmation
               PERFORM Take-Reply
           END-IF
           CLOSE ConfirmFile.

       Show-Confirmation.
           MOVE CRBalance TO WSMoneyEdit
           DISPLAY "CONFIRMATION " CRPeriod "-" CRIDNum " mailed "
               CRMailDate " balance " WSMoneyEdit
           EVALUATE TRUE
               WHEN CRAgreed
                   DISPLAY "  Reply on file: AGREED " CRReplyDate
               WHEN CRDisputed
                   MOVE CRStatedAmount TO WSMoneyEdit2
                   DISPLAY "  Reply on file: DISPUTED " CRReplyDate
                       " - customer states " WSMoneyEdit2
               WHEN OTHER
                   DISPLAY "  No reply yet."
           END-EVALUATE.

       Take-Reply.
           DISPLAY "Reply (A=agreed, D=disputed): " WITH NO ADVANCING
           MOVE SPACE TO WSReply
           ACCEPT WSReply
           EVALUATE TRUE
               WHEN WSReplyAgreed
                   MOVE CRBalance TO WSStatedAmount
                   PERFORM Store-Reply
               WHEN WSReplyDisputed
                   DISPLAY "Amount the customer says they owed: "
                       WITH NO ADVANCING
                   MOVE 0 TO WSStatedAmount
                   ACCEPT WSStatedAmount
                   IF WSStatedAmount = CRBalance
                       DISPLAY "That is the balance we confirmed - "
                           "record it as agreed.  No change made."
                   ELSE
                       PERFORM Store-Reply
                   END-IF
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE.

       Store-Reply.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           MOVE SPACES TO WSAuditBefore
           STRING CRPeriod DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               CRStatus DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING
           MOVE WSReply TO CRStatus
           MOVE WSStatedAmount TO CRStatedAmount
           MOVE WSToday TO CRReplyDate
           MOVE WSOperatorId TO CROperator
           REWRITE ConfirmRecord
               INVALID KEY PERFORM File-Error-Abend
           END-REWRITE
           MOVE WSStatedAmount TO WSMoneyEdit2
           MOVE SPACES TO WSAuditAfter
           STRING CRPeriod DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               CRStatus DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyEdit2 DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "CONFRP", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           IF WSReplyAgreed
               STRING "AUDIT CONFIRMATION " DELIMITED BY SIZE
                   CRPeriod DELIMITED BY SIZE
                   " RETURNED - AGREED" DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           ELSE
               STRING "AUDIT CONFIRMATION " DELIMITED BY SIZE
                   CRPeriod DELIMITED BY SIZE
                   " DISPUTED - STATES " DELIMITED BY SIZE
                   WSMoneyEdit2 DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           END-IF
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Reply recorded.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSConfirmStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
