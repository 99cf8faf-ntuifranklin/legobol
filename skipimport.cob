       IDENTIFICATION DIVISION.
       PROGRAM-ID. skipimport.
      *> Skip-tracing results import - reads the vendor's answers
      *> (SkipTraceResults.dat) to the accounts skipextract.cob sent
      *> them.  Each result carries a hit code: A a new address, P a
      *> new phone, B both, N no hit.  A hit is laid over the
      *> customer's current master record and queued on
      *> PendingChanges.dat exactly as vendorimport.cob queues a
      *> partner change, so pendreview.cob shows it side by side
      *> with the master for approval - nothing posts unreviewed.
      *> Approving a new address clears the BadAddress.dat flag,
      *> which puts the account back into the dunning and statement
      *> runs.  Same feed controls as vendorimport.cob: FEEDCHK
      *> refuses a results file already consumed, the "T" trailer
      *> count is reconciled, a new address must pass STZIPVAL, and
      *> every reject goes to LoadRejects.dat through REJLOG.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT PendingFile ASSIGN TO "PendingChanges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPendingStatus.
           SELECT ResultsFile ASSIGN TO "SkipTraceResults.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT ArchiveFile ASSIGN TO DYNAMIC WSArchiveName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout vendorimport.cob writes.
       FD PendingFile.
       01 PendingRecord.
           02 PendDate                PIC 9(08).
           02 PendImage                PIC X(115).

      *> Vendor's fixed results layout - "D" detail per account
      *> traced, "T" trailer with the detail count.
       FD ResultsFile.
       01 ResultsRecord.
           02 SR-RecType              PIC X(01).
           02 SR-IDNum                 PIC 9(05).
           02 SR-HitCode               PIC X(01).
               88 SR-NewAddress        VALUE 'A' 'B'.
               88 SR-NewPhone          VALUE 'P' 'B'.
               88 SR-NoHit             VALUE 'N'.
           02 SR-Street                PIC X(25).
           02 SR-City                  PIC X(15).
           02 SR-State                 PIC X(02).
           02 SR-Zip                   PIC X(09).
           02 SR-Phone                 PIC X(10).
       01 ResultsTrailer REDEFINES ResultsRecord.
           02 SRT-RecType             PIC X(01).
           02 SRT-Count                PIC 9(07).
           02 FILLER                  PIC X(60).

       FD ArchiveFile.
       01 ArchiveLine                 PIC X(68).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSPendingStatus              PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "SKIPIMPORT".
       01 WSPendedCount                PIC 9(07) VALUE 0.
       01 WSNoHitCount                 PIC 9(05) VALUE 0.
       01 WSRejectCount                PIC 9(05) VALUE 0.
       01 WSStateZipFlag              PIC X(01).
           88 WSStateZipValid          VALUE 'Y'.
       01 WSDetailCount                PIC 9(07) VALUE 0.
       01 WSTrailerCount               PIC 9(07) VALUE 0.
       01 WSTrailerFlag               PIC X(01) VALUE 'N'.
           88 WSTrailerSeen            VALUE 'Y'.
       01 WSFeedName                   PIC X(12) VALUE "SKIPTRACE".
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

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPendedCount
           PERFORM Check-Feed-Register
           IF WSAlreadyLoaded
               DISPLAY "LOAD REFUSED - this SkipTraceResults.dat "
                   "has already been consumed (see LoadedFeeds.dat)."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSPendedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN EXTEND PendingFile
           IF WSPendingStatus = "35"
               OPEN OUTPUT PendingFile
           END-IF
           OPEN INPUT ResultsFile
           PERFORM UNTIL WSEOF = 'Y'
               READ ResultsFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Route-One-Record
               END-READ
           END-PERFORM
           CLOSE ResultsFile
           CLOSE PendingFile
           CLOSE CustomerFile
           DISPLAY "Trace results pended for review: " WSPendedCount
           DISPLAY "No hit from the vendor:          " WSNoHitCount
           DISPLAY "Trace results rejected:          " WSRejectCount
           PERFORM Reconcile-Trailer
           IF RETURN-CODE = 0
               PERFORM Archive-And-Register
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSPendedCount
           ELSE
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSPendedCount
           END-IF
           GOBACK.

       Check-Feed-Register.
           MOVE 'N' TO WSScanEOF
           MOVE SPACES TO WSFeedIdentity
           OPEN INPUT ResultsFile
           PERFORM UNTIL WSScanEOF = 'Y'
               READ ResultsFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       IF SR-RecType NOT = "T"
                           MOVE ResultsRecord(1:20)
                               TO WSFeedIdentity
                           MOVE 'Y' TO WSScanEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ResultsFile
           CALL "FEEDCHK" USING WSFeedName, WSFeedIdentity,
               WSLoadedFlag.

       Archive-And-Register.
           MOVE SPACES TO WSArchiveName
           STRING "SkipTraceResults." DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WSArchiveName
           END-STRING
           MOVE 'N' TO WSScanEOF
           OPEN INPUT ResultsFile
           OPEN OUTPUT ArchiveFile
           PERFORM UNTIL WSScanEOF = 'Y'
               READ ResultsFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       WRITE ArchiveLine FROM ResultsRecord
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           CLOSE ResultsFile
           CALL 'FEEDREG' USING WSFeedName, WSFeedIdentity,
               WSDetailCount
           DISPLAY "Results archived to " WSArchiveName
               " and recorded on the register.".

       Route-One-Record.
           IF SR-RecType = "T"
               MOVE SRT-Count TO WSTrailerCount
               SET WSTrailerSeen TO TRUE
           ELSE
               ADD 1 TO WSDetailCount
               PERFORM Check-One-Result
           END-IF.

       Reconcile-Trailer.
           IF NOT WSTrailerSeen
               DISPLAY "TRAILER RECONCILIATION FAILED - no trailer "
                   "record on SkipTraceResults.dat; file may be "
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

       Check-One-Result.
           MOVE SPACES TO WSRejectReason
           IF ResultsRecord(2:5) NOT NUMERIC
               MOVE "ID" TO WSRejectReason
           ELSE
               CALL 'CHKDIGIT' USING SR-IDNum, WSCheckDigitFlag
               IF NOT WSCheckDigitOK
                   MOVE "ID" TO WSRejectReason
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WSRejectReason NOT = SPACES
                   DISPLAY "Rejected bad customer id on trace "
                       "result."
                   PERFORM Reject-One-Result
               WHEN SR-NoHit
                   ADD 1 TO WSNoHitCount
               WHEN SR-NewAddress OR SR-NewPhone
                   PERFORM Map-One-Result
               WHEN OTHER
                   MOVE "HC" TO WSRejectReason
                   DISPLAY "Rejected unknown hit code for IDNum "
                       SR-IDNum
                   PERFORM Reject-One-Result
           END-EVALUATE.

      *> The master record is the starting image, so the pending
      *> item changes only what the vendor actually found.

       Map-One-Result.
           MOVE SR-IDNum TO IDNum
           READ CustomerFile INTO WSCustomerRecord
               INVALID KEY MOVE "ID" TO WSRejectReason
           END-READ
           IF WSRejectReason NOT = SPACES
               DISPLAY "Rejected trace result for unknown IDNum "
                   SR-IDNum
               PERFORM Reject-One-Result
           ELSE
               IF SR-NewAddress
                   CALL 'STZIPVAL' USING SR-State, SR-Zip,
                       WSStateZipFlag
                   IF WSStateZipValid AND SR-Street NOT = SPACES
                       MOVE SR-Street TO WSStreet
                       MOVE SR-City TO WSCity
                       MOVE SR-State TO WSState
                       MOVE SR-Zip TO WSZip
                   ELSE
                       MOVE "SZ" TO WSRejectReason
                   END-IF
               END-IF
               IF SR-NewPhone
                   IF SR-Phone NUMERIC
                       MOVE SR-Phone TO WSPhone
                   ELSE
                       MOVE "PH" TO WSRejectReason
                   END-IF
               END-IF
               IF WSRejectReason NOT = SPACES
                   DISPLAY "Rejected invalid address/phone for "
                       "IDNum " SR-IDNum
                   PERFORM Reject-One-Result
               ELSE
                   MOVE WSToday TO PendDate
                   MOVE WSCustomerRecord TO PendImage
                   WRITE PendingRecord
                   ADD 1 TO WSPendedCount
               END-IF
           END-IF.

       Reject-One-Result.
           ADD 1 TO WSRejectCount
           MOVE ResultsRecord TO WSRejectLine
           CALL 'REJLOG' USING WSFeedName, WSRejectReason,
               WSRejectLine.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPendedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
