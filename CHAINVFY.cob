      *> Log chain verification subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHAINVFY.
      *> Walks CustAudit.dat (LLogCode A) or RunLog.dat (R) from the
      *> top, recomputing every row's link through CHAINHSH, and
      *> stops at the FIRST row that does not hold - LBreakRow is
      *> its line number and LReason says what failed.  Rows
      *> written before the chain existed carry no link and are
      *> counted, not judged, until the first linked row; after
      *> that an unlinked row is itself a break.  A row carrying
      *> " ANC=" (housekeep's carry-forward at the top of a trimmed
      *> log, or an erasure.cob stand-in for an erased row) is
      *> checked as signed over its own text plus the anchor, and
      *> the chain then continues from the anchor.  A clean walk
      *> must end on the last link CHAINLNK recorded on the chain
      *> control file - otherwise rows were cut off the end.
      *> LResult: I = intact, B = broken, N = no log on file.  Used
      *> by chainverify.cob and auditpkg.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LogFile ASSIGN TO DYNAMIC WSLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLogStatus.
           SELECT ChainCtlFile ASSIGN TO DYNAMIC WSCtlName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LogFile.
       01 LogRecord                   PIC X(216).

      *> Same layout CHAINLNK keeps.
       FD ChainCtlFile.
       01 ChainCtlRecord.
           02 CCLastLink              PIC X(18).
           02 CCLastDate               PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSLogStatus                 PIC X(02).
       01 WSCtlStatus                 PIC X(02).
       01 WSLogName                    PIC X(20).
       01 WSCtlName                    PIC X(20).
       01 WSEOF                       PIC X(01).
       01 WSRowWidth                   PIC 9(03).
       01 WSSignedWidth                PIC 9(03).
       01 WSRunningLink                PIC X(18).
       01 WSComputedLink               PIC X(18).
       01 WSChainText                  PIC X(216).
       01 WSChainStartedFlag          PIC X(01).
           88 WSChainStarted           VALUE 'Y'.

       LINKAGE SECTION.
        01 LLogCode PIC X(01).
            88 LAuditLog             VALUE 'A'.
            88 LRunLog               VALUE 'R'.
        01 LResult PIC X(01).
            88 LChainIntact          VALUE 'I'.
            88 LChainBroken          VALUE 'B'.
            88 LNoLog                VALUE 'N'.
        01 LRowCount PIC 9(09).
        01 LLinkCount PIC 9(09).
        01 LBreakRow PIC 9(09).
        01 LReason PIC X(50).

       PROCEDURE DIVISION USING LLogCode, LResult, LRowCount,
               LLinkCount, LBreakRow, LReason.
       CHAINVFY-Entry.
           SET LChainIntact TO TRUE
           MOVE 0 TO LRowCount
           MOVE 0 TO LLinkCount
           MOVE 0 TO LBreakRow
           MOVE SPACES TO LReason
           IF LAuditLog
               MOVE "CustAudit.dat" TO WSLogName
               MOVE "AuditChain.ctl" TO WSCtlName
               MOVE 170 TO WSRowWidth
           ELSE
               MOVE "RunLog.dat" TO WSLogName
               MOVE "RunLogChain.ctl" TO WSCtlName
               MOVE 80 TO WSRowWidth
           END-IF
           COMPUTE WSSignedWidth = WSRowWidth + 18
           MOVE ALL "0" TO WSRunningLink
           MOVE 'N' TO WSChainStartedFlag
           OPEN INPUT LogFile
           IF WSLogStatus NOT = "00"
               SET LNoLog TO TRUE
               GOBACK
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ LogFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO LRowCount
                       PERFORM Check-One-Row
                       IF LChainBroken
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LogFile
           IF LChainIntact
               PERFORM Check-Chain-End
           END-IF
           GOBACK.

       Check-One-Row.
           EVALUATE TRUE
               WHEN LogRecord(WSRowWidth + 1:5) NOT = " CHN="
                   IF WSChainStarted
                       SET LChainBroken TO TRUE
                       MOVE "ROW HAS NO CHAIN LINK - INSERTED"
                           TO LReason
                   END-IF
               WHEN LogRecord(WSRowWidth + 24:5) = " ANC="
                   MOVE LogRecord TO WSChainText
                   MOVE LogRecord(WSRowWidth + 29:18)
                       TO WSChainText(WSRowWidth + 1:18)
                   CALL 'CHAINHSH' USING WSRunningLink, WSChainText,
                       WSSignedWidth, WSComputedLink
                   IF WSComputedLink
                           = LogRecord(WSRowWidth + 6:18)
                       MOVE LogRecord(WSRowWidth + 29:18)
                           TO WSRunningLink
                       SET WSChainStarted TO TRUE
                       ADD 1 TO LLinkCount
                   ELSE
                       SET LChainBroken TO TRUE
                       MOVE "RE-ANCHOR ROW SIGNATURE DOES NOT HOLD"
                           TO LReason
                   END-IF
               WHEN OTHER
                   CALL 'CHAINHSH' USING WSRunningLink, LogRecord,
                       WSRowWidth, WSComputedLink
                   IF WSComputedLink
                           = LogRecord(WSRowWidth + 6:18)
                       MOVE WSComputedLink TO WSRunningLink
                       SET WSChainStarted TO TRUE
                       ADD 1 TO LLinkCount
                   ELSE
                       SET LChainBroken TO TRUE
                       MOVE "ROW ALTERED, OR A ROW BEFORE IT REMOVED"
                           TO LReason
                   END-IF
           END-EVALUATE
           IF LChainBroken
               MOVE LRowCount TO LBreakRow
           END-IF.

      *> The walk held - it must also end where the last write left
      *> the chain.  No control file with no linked rows is a log
      *> that has not been chained yet, not a break.

       Check-Chain-End.
           OPEN INPUT ChainCtlFile
           IF WSCtlStatus NOT = "00"
               IF WSChainStarted
                   SET LChainBroken TO TRUE
                   COMPUTE LBreakRow = LRowCount + 1
                   MOVE "CHAIN CONTROL FILE MISSING" TO LReason
               END-IF
           ELSE
               READ ChainCtlFile
                   AT END MOVE SPACES TO CCLastLink
               END-READ
               CLOSE ChainCtlFile
               IF CCLastLink NOT = WSRunningLink
                   SET LChainBroken TO TRUE
                   COMPUTE LBreakRow = LRowCount + 1
                   MOVE "LOG ENDS BEFORE THE LAST LINK WRITTEN"
                       TO LReason
               END-IF
           END-IF.
