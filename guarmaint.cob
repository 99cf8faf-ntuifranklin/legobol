       IDENTIFICATION DIVISION.
       PROGRAM-ID. guarmaint.
      *> Guarantor maintenance - records who has co-signed for a
      *> customer's account on Guarantor.dat: either another
      *> customer (by IDNum, so their master-record address and
      *> phone stay current) or an outside guarantor whose name,
      *> address, and phone are kept on the guarantee itself.  Each
      *> guarantee carries its start date and the number of on-time
      *> months after which the nightly guarrev.cob run releases it
      *> (the GUAR-RELEASE-MONTHS run parameter, default 12, unless
      *> keyed otherwise).  A guarantee can also be released here by
      *> hand, or removed outright when it was keyed in error.
      *> dunning.cob copies the guarantor from the second notice on
      *> and workqueue.cob shows their phone, both through GUARGET.
      *> Prompts in the custmaint.cob style, same shape as
      *> payplanmaint.cob; every change leaves a CUSTNOTE.
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
           SELECT GuarantorFile ASSIGN TO "Guarantor.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GTIDNum
               FILE STATUS IS WSGuarStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

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
       01 WSFileStatus                PIC X(02).
       01 WSGuarStatus                 PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSGuarFoundFlag             PIC X(01) VALUE 'N'.
           88 WSGuarFound              VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionSetUp            VALUE 'S'.
           88 WSActionRelease          VALUE 'R'.
           88 WSActionDelete           VALUE 'D'.
       01 WSNewType                    PIC X(01).
           88 WSNewIsCustomer          VALUE 'C'.
           88 WSNewIsContact           VALUE 'X'.
       01 WSNewGuarIDNum               PIC 9(05).
       01 WSNewName                    PIC X(31).
       01 WSNewStreet                  PIC X(25).
       01 WSNewCity                    PIC X(15).
       01 WSNewState                   PIC X(02).
       01 WSNewZip                     PIC X(09).
       01 WSNewPhone                   PIC 9(10).
       01 WSNewMonths                  PIC 9(03).
       01 WSDefaultMonths              PIC 9(03) VALUE 12.
       01 WSGuarOKFlag                PIC X(01).
           88 WSGuarOK                 VALUE 'Y'.
       01 WSStateZipFlag              PIC X(01).
           88 WSStateZipValid          VALUE 'Y'.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSProgramId                  PIC X(10) VALUE "GUARMAINT".
       01 WSAuditEvent                 PIC X(06).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
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
           READ CustomerFile INTO WSCustomerRecord
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ

           IF WSFound
               PERFORM Maintain-Guarantee
           ELSE
               DISPLAY "Customer " IDNum " not found."
           END-IF
           CLOSE CustomerFile
           GOBACK.

       Maintain-Guarantee.
           ACCEPT WSToday FROM DATE YYYYMMDD
      *> Release period comes from RunParams.dat (GUAR-RELEASE-
      *> MONTHS, 9(3) months); 12 is the documented default.
           MOVE "GUAR-RELEASE-MONTHS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSDefaultMonths
           END-IF
           DISPLAY "Customer: " WSFirstName " " WSLastName
           OPEN I-O GuarantorFile
      *> First guarantee ever - create the file, then reopen for
      *> keyed update.
           IF WSGuarStatus = "35"
               OPEN OUTPUT GuarantorFile
               CLOSE GuarantorFile
               OPEN I-O GuarantorFile
           END-IF
           IF WSGuarStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE WSIDNum TO GTIDNum
           READ GuarantorFile
               INVALID KEY MOVE 'N' TO WSGuarFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSGuarFoundFlag
           END-READ
           IF WSGuarFound
               PERFORM Show-Guarantee
           ELSE
               DISPLAY "Account has no guarantor."
           END-IF
           DISPLAY "Action (S=set up/change, R=release, "
               "D=delete): " WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionSetUp
                   PERFORM Capture-Guarantee
               WHEN WSActionRelease AND WSGuarFound AND GTActive
                   PERFORM Describe-Guarantor
                   SET GTReleased TO TRUE
                   MOVE WSToday TO GTReleaseDate
                   REWRITE GuarantorRecord
                   MOVE "GUARANTEE RELEASED BY OPERATOR"
                       TO WSNoteText
                   CALL 'CUSTNOTE' USING WSIDNum, WSNoteText
                   MOVE "GUARRL" TO WSAuditEvent
                   MOVE "RELEASED" TO WSAuditAfter
                   CALL 'AUDITLOG' USING WSProgramId, WSAuditEvent,
                       WSIDNum, WSAuditBefore, WSAuditAfter
                   DISPLAY "Guarantee released."
               WHEN WSActionRelease
                   DISPLAY "No active guarantee to release."
               WHEN WSActionDelete AND WSGuarFound
                   PERFORM Describe-Guarantor
                   DELETE GuarantorFile RECORD
                   MOVE "GUARANTOR LINK REMOVED" TO WSNoteText
                   CALL 'CUSTNOTE' USING WSIDNum, WSNoteText
                   MOVE "GUARDL" TO WSAuditEvent
                   MOVE "REMOVED" TO WSAuditAfter
                   CALL 'AUDITLOG' USING WSProgramId, WSAuditEvent,
                       WSIDNum, WSAuditBefore, WSAuditAfter
                   DISPLAY "Guarantor link removed."
               WHEN WSActionDelete
                   DISPLAY "Nothing to delete."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE GuarantorFile.

       Show-Guarantee.
           IF GTIsCustomer
               DISPLAY "Guarantor: customer " GTGuarIDNum
           ELSE
               DISPLAY "Guarantor: " GTName " " GTPhone
               DISPLAY "           " GTStreet " " GTCity " "
                   GTState " " GTZip
           END-IF
           IF GTActive
               DISPLAY "  since " GTStartDate ", releases after "
                   GTReleaseMonths " on-time months"
           ELSE
               DISPLAY "  RELEASED " GTReleaseDate
           END-IF.

       Capture-Guarantee.
           MOVE 'N' TO WSGuarOKFlag
           DISPLAY "Guarantor type (C=existing customer, "
               "X=outside guarantor): " WITH NO ADVANCING
           ACCEPT WSNewType
           EVALUATE TRUE
               WHEN WSNewIsCustomer
                   PERFORM Capture-Customer-Guarantor
               WHEN WSNewIsContact
                   PERFORM Capture-Outside-Guarantor
               WHEN OTHER
                   DISPLAY "Invalid type - no change made."
           END-EVALUATE
           IF WSGuarOK
               DISPLAY "On-time months before release (000 = "
                   WSDefaultMonths "): " WITH NO ADVANCING
               MOVE 0 TO WSNewMonths
               ACCEPT WSNewMonths
               IF WSNewMonths = 0
                   MOVE WSDefaultMonths TO WSNewMonths
               END-IF
               PERFORM Store-Guarantee
           END-IF.

       Capture-Customer-Guarantor.
           DISPLAY "Guarantor customer ID: " WITH NO ADVANCING
           ACCEPT WSNewGuarIDNum
           CALL 'CHKDIGIT' USING WSNewGuarIDNum, WSCheckDigitFlag
           EVALUATE TRUE
               WHEN NOT WSCheckDigitOK
                   DISPLAY "Check digit is wrong - probable "
                       "mis-key; no change made."
               WHEN WSNewGuarIDNum = WSIDNum
                   DISPLAY "A customer cannot guarantee their own "
                       "account - no change made."
               WHEN OTHER
                   MOVE WSNewGuarIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY
                           DISPLAY "Guarantor customer not found - "
                               "no change made."
                       NOT INVALID KEY
                           IF IsDeleted
                               DISPLAY "Guarantor customer is "
                                   "deleted - no change made."
                           ELSE
                               DISPLAY "Guarantor: " FirstName " "
                                   LastName
                               SET WSGuarOK TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

       Capture-Outside-Guarantor.
           DISPLAY "Guarantor name: " WITH NO ADVANCING
           ACCEPT WSNewName
           DISPLAY "Street: " WITH NO ADVANCING
           ACCEPT WSNewStreet
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WSNewCity
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT WSNewState
           DISPLAY "Zip: " WITH NO ADVANCING
           ACCEPT WSNewZip
           DISPLAY "Phone (10 digits): " WITH NO ADVANCING
           MOVE 0 TO WSNewPhone
           ACCEPT WSNewPhone
           CALL 'STZIPVAL' USING WSNewState, WSNewZip,
               WSStateZipFlag
           EVALUATE TRUE
               WHEN WSNewName = SPACES OR WSNewStreet = SPACES
                   DISPLAY "Name and street are required - no "
                       "change made."
               WHEN NOT WSStateZipValid
                   DISPLAY "State/Zip do not agree - no change "
                       "made."
               WHEN OTHER
                   SET WSGuarOK TO TRUE
           END-EVALUATE.

       Store-Guarantee.
           MOVE "NONE" TO WSAuditBefore
           IF WSGuarFound
               PERFORM Describe-Guarantor
           END-IF
           MOVE WSIDNum TO GTIDNum
           MOVE WSNewType TO GTType
           IF WSNewIsCustomer
               MOVE WSNewGuarIDNum TO GTGuarIDNum
               MOVE SPACES TO GTName
               MOVE SPACES TO GTStreet
               MOVE SPACES TO GTCity
               MOVE SPACES TO GTState
               MOVE SPACES TO GTZip
               MOVE 0 TO GTPhone
           ELSE
               MOVE 0 TO GTGuarIDNum
               MOVE WSNewName TO GTName
               MOVE WSNewStreet TO GTStreet
               MOVE WSNewCity TO GTCity
               MOVE WSNewState TO GTState
               MOVE WSNewZip TO GTZip
               MOVE WSNewPhone TO GTPhone
           END-IF
           MOVE WSToday TO GTStartDate
           MOVE WSNewMonths TO GTReleaseMonths
           SET GTActive TO TRUE
           MOVE 0 TO GTReleaseDate
           IF WSGuarFound
               REWRITE GuarantorRecord
               DISPLAY "Guarantee changed."
           ELSE
               WRITE GuarantorRecord
               DISPLAY "Guarantee added."
           END-IF
           MOVE SPACES TO WSNoteText
           IF WSNewIsCustomer
               STRING "GUARANTEED BY CUSTOMER " DELIMITED BY SIZE
                   GTGuarIDNum DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           ELSE
               STRING "GUARANTEED BY " DELIMITED BY SIZE
                   GTName DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
           END-IF
           CALL 'CUSTNOTE' USING WSIDNum, WSNoteText
           MOVE WSNoteText TO WSAuditAfter
           MOVE "GUARST" TO WSAuditEvent
           CALL 'AUDITLOG' USING WSProgramId, WSAuditEvent,
               WSIDNum, WSAuditBefore, WSAuditAfter.

      *> Before image for the audit trail - who stood behind the
      *> account before this change.
       Describe-Guarantor.
           MOVE SPACES TO WSAuditBefore
           IF GTIsCustomer
               STRING "CUSTOMER " DELIMITED BY SIZE
                   GTGuarIDNum DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GTStatus DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
           ELSE
               STRING GTName DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GTStatus DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
           END-IF.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSGuarStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
