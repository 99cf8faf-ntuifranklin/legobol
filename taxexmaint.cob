       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxexmaint.
      *> Sales-tax exemption certificate maintenance - records the
      *> resale or exempt-organization certificate an exempt
      *> commercial customer has given us on TaxExempt.dat (one
      *> certificate per IDNum: certificate number, issuing state,
      *> issue and expiry dates, operator who keyed it).  TAXCALC
      *> honors the certificate between its dates, so recurgen.cob
      *> stops taxing the customer's charges without anyone
      *> crediting the tax back by hand.  Certificates are taken
      *> for commercial (CM) rate-class accounts only - a retail
      *> customer claiming exemption goes to the accountants.
      *> Prompts in the custmaint.cob style, same shape as
      *> legalmaint.cob; entry and revocation both leave a
      *> CUSTNOTE trail.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   Maintenance is now refused on the signed-on
      *>   operator's own account and on any account at its
      *>   address (OWNACCT). An operator with a home branch on
      *>   Operators.dat may change only that branch's
      *>   customers (BRANCHCK against CustBranch.dat); another
      *>   branch's customer is refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ExemptFile ASSIGN TO "TaxExempt.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TXIDNum
               FILE STATUS IS WSExemptStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD ExemptFile.
       01 ExemptRecord.
           02 TXIDNum                 PIC 9(05).
           02 TXCertNo                 PIC X(15).
           02 TXState                  PIC X(02).
           02 TXIssued                 PIC 9(08).
           02 TXExpires                PIC 9(08).
           02 TXOperator               PIC X(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSExemptStatus               PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSExemptFoundFlag           PIC X(01) VALUE 'N'.
           88 WSExemptFound            VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionEnter            VALUE 'E'.
           88 WSActionRevoke           VALUE 'R'.
       01 WSNewCertNo                  PIC X(15).
       01 WSNewState                   PIC X(02).
       01 WSNewIssued                  PIC 9(08).
       01 WSNewExpires                 PIC 9(08).
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassFee                   PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSOwnAccountFlag            PIC X(01).
           88 WSNotOwnAccount          VALUE 'N'.
       01 WSCustBranch                 PIC X(03).
       01 WSBranchFlag                PIC X(01).
           88 WSBranchAllowed          VALUE 'Y'.

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
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           CALL 'OWNACCT' USING WSOperatorId, IDNum,
               WSOwnAccountFlag
           IF NOT WSNotOwnAccount
               DISPLAY "Operator " WSOperatorId " may not work their "
                   "own account or one at its address - refer it to "
                   "another operator."
               GOBACK
           END-IF
           CALL 'BRANCHCK' USING WSOperatorId, IDNum,
               WSCustBranch, WSBranchFlag
           IF NOT WSBranchAllowed
               DISPLAY "Customer " IDNum " belongs to branch "
                   WSCustBranch " - operator " WSOperatorId
                   " may change only their own branch's "
                   "customers."
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
               PERFORM Maintain-Certificate
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           GOBACK.

       Maintain-Certificate.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           CALL 'CLASSGET' USING IDNum, WSClassCode,
               WSClassRate, WSClassFee, WSClassFoundFlag
           DISPLAY "Rate class: " WSClassCode
           OPEN I-O ExemptFile
      *> First certificate ever - create the file, then reopen for
      *> keyed update.
           IF WSExemptStatus = "35"
               OPEN OUTPUT ExemptFile
               CLOSE ExemptFile
               OPEN I-O ExemptFile
           END-IF
           IF WSExemptStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO TXIDNum
           READ ExemptFile
               INVALID KEY MOVE 'N' TO WSExemptFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSExemptFoundFlag
           END-READ
           IF WSExemptFound
               DISPLAY "CERTIFICATE ON FILE - " TXCertNo
                   " state " TXState " issued " TXIssued
                   " expires " TXExpires
               IF TXExpires NOT = 0 AND TXExpires < WSToday
                   DISPLAY "  (expired - charges are being taxed)"
               END-IF
           ELSE
               DISPLAY "No exemption certificate on file."
           END-IF
           DISPLAY "Action (E=enter/renew certificate, R=revoke): "
               WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionEnter AND WSClassCode NOT = "CM"
                   DISPLAY "Exemption certificates are taken for "
                       "commercial (CM) accounts only - no change "
                       "made."
               WHEN WSActionEnter
                   PERFORM Enter-Certificate
               WHEN WSActionRevoke AND WSExemptFound
                   PERFORM Revoke-Certificate
               WHEN WSActionRevoke
                   DISPLAY "No certificate to revoke."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE ExemptFile.

       Enter-Certificate.
           DISPLAY "Certificate number (15 chars): "
               WITH NO ADVANCING
           ACCEPT WSNewCertNo
           DISPLAY "Issuing state (2 chars): " WITH NO ADVANCING
           ACCEPT WSNewState
           DISPLAY "Issue date (YYYYMMDD): " WITH NO ADVANCING
           MOVE 0 TO WSNewIssued
           ACCEPT WSNewIssued
           DISPLAY "Expiry date (YYYYMMDD, 0 = none): "
               WITH NO ADVANCING
           MOVE 0 TO WSNewExpires
           ACCEPT WSNewExpires
           EVALUATE TRUE
               WHEN WSNewCertNo = SPACES
                   DISPLAY "Blank certificate number - no change "
                       "made."
               WHEN WSNewIssued = 0 OR WSNewIssued > WSToday
                   DISPLAY "Issue date must be today or earlier - "
                       "no change made."
               WHEN WSNewExpires NOT = 0
                       AND WSNewExpires < WSNewIssued
                   DISPLAY "Expiry is before the issue date - no "
                       "change made."
               WHEN OTHER
                   PERFORM Store-Certificate
           END-EVALUATE.

       Store-Certificate.
           MOVE IDNum TO TXIDNum
           MOVE WSNewCertNo TO TXCertNo
           MOVE WSNewState TO TXState
           MOVE WSNewIssued TO TXIssued
           MOVE WSNewExpires TO TXExpires
           MOVE WSOperatorId TO TXOperator
           IF WSExemptFound
               REWRITE ExemptRecord
           ELSE
               WRITE ExemptRecord
           END-IF
           MOVE SPACES TO WSNoteText
           STRING "TAX EXEMPTION CERTIFICATE " DELIMITED BY SIZE
               WSNewCertNo DELIMITED BY SPACE
               " RECORDED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Certificate recorded - charges bill without "
               "sales tax from today.".

       Revoke-Certificate.
           MOVE SPACES TO WSNoteText
           STRING "TAX EXEMPTION CERTIFICATE " DELIMITED BY SIZE
               TXCertNo DELIMITED BY SPACE
               " REVOKED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           DELETE ExemptFile RECORD
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Certificate revoked - charges are taxed from "
               "the next billing.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSExemptStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
