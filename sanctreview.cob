       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctreview.
      *> Sanctions possible-match review - works the Pending items
      *> SANCTSCR left on SanctReview.dat.  Each one is shown beside
      *> the customer's own name and address (the pendreview.cob
      *> side-by-side presentation) with how it matched, and the
      *> supervisor keys C to clear a false positive, F to confirm
      *> the match, or S to skip and leave it pending.  A confirmed
      *> match puts the account on hold (CustStatus H, with the
      *> usual AUDITLOG and HISTSNAP trail) and, through SANCTHLD,
      *> stops refundext.cob from paying the customer anything.
      *> Every decision is stamped with the date and operator on the
      *> queue row and leaves a CUSTNOTE.  Supervisors only, per
      *> OPERID.
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
           SELECT ReviewFile ASSIGN TO "SanctReview.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SRKey
               FILE STATUS IS WSReviewStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout SANCTSCR queues.
       FD ReviewFile.
       01 ReviewRecord.
           02 SRKey.
               03 SRIDNum             PIC 9(05).
               03 SREntryId            PIC X(10).
           02 SRMatchType              PIC X(01).
               88 SRExactName          VALUE 'N'.
               88 SRPhoneticName       VALUE 'P'.
               88 SRAddressMatch       VALUE 'A'.
           02 SRQueuedDate             PIC 9(08).
           02 SRStatus                 PIC X(01).
               88 SRPending            VALUE 'P'.
               88 SRCleared            VALUE 'C'.
               88 SRConfirmed          VALUE 'F'.
           02 SRDecidedDate            PIC 9(08).
           02 SROperator               PIC X(08).
           02 SRListCode               PIC X(06).
           02 SRListLastName           PIC X(15).
           02 SRListFirstName          PIC X(15).
           02 SRListStreet             PIC X(25).
           02 SRListZip                PIC X(09).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSReviewStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "SANCTREVW".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionClear            VALUE 'C'.
           88 WSActionConfirm          VALUE 'F'.
       01 WSMatchWord                  PIC X(16).
       01 WSClearedCount               PIC 9(05) VALUE 0.
       01 WSConfirmedCount             PIC 9(05) VALUE 0.
       01 WSSkippedCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
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
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN I-O ReviewFile
           IF WSReviewStatus NOT = "00"
               DISPLAY "No sanctions possible matches to review."
               GOBACK
           END-IF
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ ReviewFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF SRPending
                           PERFORM Review-One-Match
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE ReviewFile
           DISPLAY "Cleared: " WSClearedCount
               "  Confirmed: " WSConfirmedCount
               "  Still pending: " WSSkippedCount
           GOBACK.

       Review-One-Match.
           MOVE SRIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN SRExactName    MOVE "EXACT NAME"    TO WSMatchWord
               WHEN SRPhoneticName MOVE "PHONETIC NAME" TO WSMatchWord
               WHEN OTHER          MOVE "ADDRESS"       TO WSMatchWord
           END-EVALUATE
           DISPLAY " "
           DISPLAY "POSSIBLE MATCH QUEUED " SRQueuedDate
               " FOR CUSTOMER " SRIDNum " - " WSMatchWord
           IF WSFound
               DISPLAY "  CUSTOMER: " FirstName " " LastName " "
                   CustStatus " " Street " " City " " State " " Zip
           ELSE
               DISPLAY "  CUSTOMER: (not on master - pending import)"
           END-IF
           DISPLAY "  LIST:     " SRListFirstName " " SRListLastName
               " " SRListStreet " " SRListZip
           DISPLAY "            entry " SREntryId " program "
               SRListCode
           DISPLAY "  Clear, conFirm, or Skip (C/F/S): "
               WITH NO ADVANCING
           MOVE SPACE TO WSAction
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionClear
                   PERFORM Clear-Match
               WHEN WSActionConfirm
                   PERFORM Confirm-Match
               WHEN OTHER
                   ADD 1 TO WSSkippedCount
           END-EVALUATE.

       Clear-Match.
           SET SRCleared TO TRUE
           PERFORM Stamp-Decision
           MOVE SPACES TO WSAuditBefore
           STRING "SANCTIONS " DELIMITED BY SIZE
               SREntryId DELIMITED BY SIZE
               " PENDING" DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING
           MOVE SPACES TO WSAuditAfter
           STRING "SANCTIONS " DELIMITED BY SIZE
               SREntryId DELIMITED BY SIZE
               " CLEARED" DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "SANCLR", SRIDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "SANCTIONS SCREEN - LIST ENTRY " DELIMITED BY SIZE
               SREntryId DELIMITED BY SPACE
               " CLEARED AS NO MATCH" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING SRIDNum, WSNoteText
           ADD 1 TO WSClearedCount
           DISPLAY "  CLEARED.".

       Confirm-Match.
           SET SRConfirmed TO TRUE
           PERFORM Stamp-Decision
           IF WSFound
               MOVE CustStatus TO WSAuditBefore
               SET StatusOnHold TO TRUE
               REWRITE CustomerRecord
               END-REWRITE
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'HISTSNAP' USING IDNum, FirstName, LastName,
                   CustStatus, Street, City, State, Zip,
                   MOB, DOB, YOB, Phone, Balance, WSToday
           ELSE
               MOVE SPACES TO WSAuditBefore
           END-IF
           MOVE SPACES TO WSAuditAfter
           STRING "H SANCTIONS " DELIMITED BY SIZE
               SREntryId DELIMITED BY SIZE
               " CONFIRMED" DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "SANCNF", SRIDNum,
               WSAuditBefore, WSAuditAfter
           MOVE SPACES TO WSNoteText
           STRING "SANCTIONS MATCH CONFIRMED (" DELIMITED BY SIZE
               SREntryId DELIMITED BY SPACE
               ") - ON HOLD, NO REFUNDS" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING SRIDNum, WSNoteText
           ADD 1 TO WSConfirmedCount
           DISPLAY "  CONFIRMED - account on hold, refunds blocked.".

       Stamp-Decision.
           MOVE WSToday TO SRDecidedDate
           MOVE WSOperatorId TO SROperator
           REWRITE ReviewRecord
               INVALID KEY PERFORM File-Error-Abend
           END-REWRITE.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSReviewStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
