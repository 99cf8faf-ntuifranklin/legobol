       IDENTIFICATION DIVISION.
       PROGRAM-ID. ebounce.
      *> E-statement bounce import - reads the e-mail delivery
      *> vendor's bounce file (EmailBounce.dat), one row for each
      *> statement e-mail that could not be delivered.  A bounce
      *> against the address still on CustEmail.dat puts a paperless
      *> customer back on paper statements (statement.cob prints
      *> them again from the next run), records the bounce date and
      *> reason for emailmaint.cob to show, and leaves a CUSTNOTE and
      *> an AUDITLOG row.  A bounce for an address the customer has
      *> since changed is rejected as stale - the new address has not
      *> failed.  Same feed controls as skipimport.cob: FEEDCHK
      *> refuses a bounce file already consumed, the "T" trailer
      *> count is reconciled, and every reject goes to
      *> LoadRejects.dat through REJLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmailFile ASSIGN TO "CustEmail.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EMIDNum
               FILE STATUS IS WSEmailStatus.
           SELECT BounceFile ASSIGN TO "EmailBounce.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT ArchiveFile ASSIGN TO DYNAMIC WSArchiveName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout emailmaint.cob writes.
       FD EmailFile.
       01 EmailRecord.
           02 EMIDNum                 PIC 9(05).
           02 EMAddress                PIC X(50).
           02 EMPaperless              PIC X(01).
               88 EMIsPaperless        VALUE 'Y'.
               88 EMIsPaper            VALUE 'N'.
           02 EMElectDate              PIC 9(08).
           02 EMBounceDate             PIC 9(08).
           02 EMBounceReason           PIC X(20).
           02 EMChangeDate             PIC 9(08).
           02 EMChangeOp               PIC X(08).

      *> Vendor's fixed bounce layout - "D" detail per undelivered
      *> e-mail, "T" trailer with the detail count.
       FD BounceFile.
       01 BounceRecord.
           02 EB-RecType              PIC X(01).
           02 EB-IDNum                 PIC 9(05).
           02 EB-Address               PIC X(50).
           02 EB-BounceDate            PIC 9(08).
           02 EB-Reason                PIC X(20).
       01 BounceTrailer REDEFINES BounceRecord.
           02 EBT-RecType             PIC X(01).
           02 EBT-Count                PIC 9(07).
           02 FILLER                  PIC X(76).

       FD ArchiveFile.
       01 ArchiveLine                 PIC X(84).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSEmailStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "EBOUNCE".
       01 WSRevertedCount              PIC 9(07) VALUE 0.
       01 WSAlreadyPaperCount          PIC 9(05) VALUE 0.
       01 WSRejectCount                PIC 9(05) VALUE 0.
       01 WSDetailCount                PIC 9(07) VALUE 0.
       01 WSTrailerCount               PIC 9(07) VALUE 0.
       01 WSTrailerFlag               PIC X(01) VALUE 'N'.
           88 WSTrailerSeen            VALUE 'Y'.
       01 WSFeedName                   PIC X(12) VALUE "EMAILBOUNCE".
       01 WSFeedIdentity               PIC X(20) VALUE SPACES.
       01 WSLoadedFlag                PIC X(01) VALUE 'N'.
           88 WSAlreadyLoaded          VALUE 'Y'.
       01 WSScanEOF                    PIC X(01).
       01 WSArchiveName                PIC X(30).
       01 WSToday                     PIC 9(08).
       01 WSRejectLine                 PIC X(113).
       01 WSRejectReason               PIC X(02).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSNoteText                   PIC X(60).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSRevertedCount
           PERFORM Check-Feed-Register
           IF WSAlreadyLoaded
               DISPLAY "LOAD REFUSED - this EmailBounce.dat "
                   "has already been consumed (see LoadedFeeds.dat)."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSRevertedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN I-O EmailFile
      *> No one has ever given an address - every bounce will be
      *> rejected, but the file still has to reconcile and register.
           IF WSEmailStatus = "35"
               OPEN OUTPUT EmailFile
               CLOSE EmailFile
               OPEN I-O EmailFile
           END-IF
           IF WSEmailStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT BounceFile
           PERFORM UNTIL WSEOF = 'Y'
               READ BounceFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Route-One-Record
               END-READ
           END-PERFORM
           CLOSE BounceFile
           CLOSE EmailFile
           DISPLAY "Paperless customers put back on paper: "
               WSRevertedCount
           DISPLAY "Bounces for customers already on paper: "
               WSAlreadyPaperCount
           DISPLAY "Bounce records rejected:                "
               WSRejectCount
           PERFORM Reconcile-Trailer
           IF RETURN-CODE = 0
               PERFORM Archive-And-Register
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSRevertedCount
           ELSE
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSRevertedCount
           END-IF
           GOBACK.

       Check-Feed-Register.
           MOVE 'N' TO WSScanEOF
           MOVE SPACES TO WSFeedIdentity
           OPEN INPUT BounceFile
           PERFORM UNTIL WSScanEOF = 'Y'
               READ BounceFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       IF EB-RecType NOT = "T"
                           MOVE BounceRecord(1:20)
                               TO WSFeedIdentity
                           MOVE 'Y' TO WSScanEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BounceFile
           CALL "FEEDCHK" USING WSFeedName, WSFeedIdentity,
               WSLoadedFlag.

       Archive-And-Register.
           MOVE SPACES TO WSArchiveName
           STRING "EmailBounce." DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WSArchiveName
           END-STRING
           MOVE 'N' TO WSScanEOF
           OPEN INPUT BounceFile
           OPEN OUTPUT ArchiveFile
           PERFORM UNTIL WSScanEOF = 'Y'
               READ BounceFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       WRITE ArchiveLine FROM BounceRecord
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           CLOSE BounceFile
           CALL 'FEEDREG' USING WSFeedName, WSFeedIdentity,
               WSDetailCount
           DISPLAY "Bounces archived to " WSArchiveName
               " and recorded on the register.".

       Route-One-Record.
           IF EB-RecType = "T"
               MOVE EBT-Count TO WSTrailerCount
               SET WSTrailerSeen TO TRUE
           ELSE
               ADD 1 TO WSDetailCount
               PERFORM Check-One-Bounce
           END-IF.

       Reconcile-Trailer.
           IF NOT WSTrailerSeen
               DISPLAY "TRAILER RECONCILIATION FAILED - no trailer "
                   "record on EmailBounce.dat; file may be "
                   "truncated."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WSDetailCount NOT = WSTrailerCount
                   DISPLAY "TRAILER RECONCILIATION FAILED - trailer "
                       "says " WSTrailerCount " record(s), file "
                       "delivered " WSDetailCount "."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Trailer reconciliation OK - "
                       WSDetailCount " record(s)."
               END-IF
           END-IF.

       Check-One-Bounce.
           MOVE SPACES TO WSRejectReason
           IF BounceRecord(2:5) NOT NUMERIC
               MOVE "ID" TO WSRejectReason
           ELSE
               CALL 'CHKDIGIT' USING EB-IDNum, WSCheckDigitFlag
               IF NOT WSCheckDigitOK
                   MOVE "ID" TO WSRejectReason
               END-IF
           END-IF
           IF WSRejectReason NOT = SPACES
               DISPLAY "Rejected bad customer id on bounce record."
               PERFORM Reject-One-Bounce
           ELSE
               MOVE EB-IDNum TO EMIDNum
               READ EmailFile
                   INVALID KEY MOVE "NF" TO WSRejectReason
               END-READ
               EVALUATE TRUE
                   WHEN WSRejectReason NOT = SPACES
                       DISPLAY "Rejected bounce - no e-mail address "
                           "on file for IDNum " EB-IDNum
                       PERFORM Reject-One-Bounce
                   WHEN EB-Address NOT = EMAddress
                       MOVE "AD" TO WSRejectReason
                       DISPLAY "Rejected stale bounce - address has "
                           "changed for IDNum " EB-IDNum
                       PERFORM Reject-One-Bounce
                   WHEN EMIsPaperless
                       PERFORM Revert-To-Paper
                   WHEN OTHER
                       PERFORM Record-Bounce
                       ADD 1 TO WSAlreadyPaperCount
               END-EVALUATE
           END-IF.

      *> The customer gets paper from the next statement run; the
      *> address stays on file so the operator can see what failed
      *> and correct it through emailmaint.cob.

       Revert-To-Paper.
           SET EMIsPaper TO TRUE
           MOVE WSToday TO EMElectDate
           PERFORM Record-Bounce
           MOVE "PAPERLESS" TO WSAuditBefore
           MOVE SPACES TO WSAuditAfter
           STRING "PAPER - BOUNCED " DELIMITED BY SIZE
               EB-Reason DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "EMLBNC", EB-IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE "E-STATEMENT BOUNCED - BACK TO PAPER STATEMENTS"
               TO WSNoteText
           CALL 'CUSTNOTE' USING EB-IDNum, WSNoteText
           ADD 1 TO WSRevertedCount.

       Record-Bounce.
           MOVE EB-BounceDate TO EMBounceDate
           MOVE EB-Reason TO EMBounceReason
           MOVE WSToday TO EMChangeDate
           MOVE WSProgramId TO EMChangeOp
           REWRITE EmailRecord
               INVALID KEY PERFORM File-Error-Abend
           END-REWRITE.

       Reject-One-Bounce.
           ADD 1 TO WSRejectCount
           MOVE BounceRecord TO WSRejectLine
           CALL 'REJLOG' USING WSFeedName, WSRejectReason,
               WSRejectLine.

       File-Error-Abend.
           DISPLAY "EmailFile I/O error - status " WSEmailStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSRevertedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
