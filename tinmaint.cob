       IDENTIFICATION DIVISION.
       PROGRAM-ID. tinmaint.
      *> Taxpayer identification number maintenance - the secured
      *> tax ID form1099c.cob reports cancelled debt under, kept on
      *> CustTIN.dat (one row per IDNum: SSN or EIN, the nine
      *> digits, the date keyed and the operator who keyed it)
      *> rather than on the master record every report reads.
      *> Supervisors only, checked here as well as in custmaint.cob.
      *> The number is never displayed or logged in full once
      *> stored - the screen, the AUDITLOG row and the CUSTNOTE all
      *> carry the masked form with the last four digits.
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
           SELECT TINFile ASSIGN TO "CustTIN.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TIIDNum
               FILE STATUS IS WSTINStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD TINFile.
       01 TINRecord.
           02 TIIDNum                 PIC 9(05).
           02 TIType                   PIC X(01).
               88 TIIsSSN              VALUE 'S'.
               88 TIIsEIN              VALUE 'E'.
           02 TINumber                 PIC 9(09).
           02 TIEntered                PIC 9(08).
           02 TIOperator               PIC X(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSTINStatus                  PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "TINMAINT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSTINFoundFlag              PIC X(01) VALUE 'N'.
           88 WSTINFound               VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionEnter            VALUE 'E'.
           88 WSActionRemove           VALUE 'R'.
       01 WSNewType                    PIC X(01).
           88 WSNewSSN                 VALUE 'S'.
           88 WSNewEIN                 VALUE 'E'.
       01 WSNewNumberText              PIC X(09).
       01 WSNewNumber                  PIC 9(09).
       01 WSToday                     PIC 9(08).
       01 WSMaskedTIN                  PIC X(11).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               DISPLAY "Not authorized - supervisors only."
               GOBACK
           END-IF
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
               PERFORM Maintain-TIN
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-TIN.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O TINFile
      *> First tax ID ever - create the file, then reopen for
      *> keyed update.
           IF WSTINStatus = "35"
               OPEN OUTPUT TINFile
               CLOSE TINFile
               OPEN I-O TINFile
           END-IF
           IF WSTINStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO TIIDNum
           READ TINFile
               INVALID KEY MOVE 'N' TO WSTINFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSTINFoundFlag
           END-READ
           IF WSTINFound
               PERFORM Mask-TIN
               DISPLAY "TAX ID ON FILE - " WSMaskedTIN
                   " keyed " TIEntered " by " TIOperator
           ELSE
               DISPLAY "No tax ID on file."
           END-IF
           DISPLAY "Action (E=enter/replace tax ID, R=remove): "
               WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionEnter
                   PERFORM Enter-TIN
               WHEN WSActionRemove AND WSTINFound
                   PERFORM Remove-TIN
               WHEN WSActionRemove
                   DISPLAY "No tax ID to remove."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE TINFile.

      *> SSN shows as ***-**-NNNN, EIN as **-***NNNN.

       Mask-TIN.
           MOVE SPACES TO WSMaskedTIN
           IF TIIsEIN
               STRING "**-***" DELIMITED BY SIZE
                   TINumber(6:4) DELIMITED BY SIZE
                   INTO WSMaskedTIN
               END-STRING
           ELSE
               STRING "***-**-" DELIMITED BY SIZE
                   TINumber(6:4) DELIMITED BY SIZE
                   INTO WSMaskedTIN
               END-STRING
           END-IF.

       Enter-TIN.
           DISPLAY "Type (S=SSN, E=EIN): " WITH NO ADVANCING
           MOVE SPACE TO WSNewType
           ACCEPT WSNewType
           DISPLAY "Tax ID (9 digits, no dashes): " WITH NO ADVANCING
           MOVE SPACES TO WSNewNumberText
           ACCEPT WSNewNumberText
           EVALUATE TRUE
               WHEN NOT WSNewSSN AND NOT WSNewEIN
                   DISPLAY "Type must be S or E - no change made."
               WHEN WSNewNumberText NOT NUMERIC
                   DISPLAY "Tax ID must be nine digits - no change "
                       "made."
               WHEN WSNewNumberText = "000000000"
                   DISPLAY "Tax ID cannot be all zeros - no change "
                       "made."
               WHEN OTHER
                   MOVE WSNewNumberText TO WSNewNumber
                   PERFORM Store-TIN
           END-EVALUATE.

       Store-TIN.
           MOVE SPACES TO WSAuditBefore
           IF WSTINFound
               MOVE WSMaskedTIN TO WSAuditBefore
           END-IF
           MOVE IDNum TO TIIDNum
           MOVE WSNewType TO TIType
           MOVE WSNewNumber TO TINumber
           MOVE WSToday TO TIEntered
           MOVE WSOperatorId TO TIOperator
           IF WSTINFound
               REWRITE TINRecord
           ELSE
               WRITE TINRecord
           END-IF
           PERFORM Mask-TIN
           MOVE WSMaskedTIN TO WSAuditAfter
           CALL 'AUDITLOG' USING WSProgramId, "TINCHG", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "TAX ID RECORDED " DELIMITED BY SIZE
               WSMaskedTIN DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Tax ID recorded as " WSMaskedTIN ".".

       Remove-TIN.
           PERFORM Mask-TIN
           MOVE WSMaskedTIN TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           DELETE TINFile RECORD
           CALL 'AUDITLOG' USING WSProgramId, "TINCHG", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "TAX ID " DELIMITED BY SIZE
               WSMaskedTIN DELIMITED BY SIZE
               " REMOVED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Tax ID removed.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSTINStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
