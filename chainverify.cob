       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainverify.
      *> Log tamper check - walks CustAudit.dat and RunLog.dat
      *> through CHAINVFY and reports, per file, either the rows
      *> read and links verified, or the FIRST broken link: the
      *> line number and whether the row was altered (or a row
      *> before it deleted), inserted without a link, or the log
      *> was cut off after its last link.  Rows written before the
      *> chain was introduced are counted but not judged.  Ends
      *> with return code 8 when either chain is broken, so the
      *> scheduler can hold the package until someone looks.
      *> Reads only - it never touches either log.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WSChainLog                   PIC X(01).
       01 WSChainLogName               PIC X(14).
       01 WSChainResult                PIC X(01).
           88 WSChainIntact            VALUE 'I'.
           88 WSChainBroken            VALUE 'B'.
       01 WSChainRows                  PIC 9(09).
       01 WSChainLinks                 PIC 9(09).
       01 WSChainBreakRow              PIC 9(09).
       01 WSChainReason                PIC X(50).
       01 WSBrokenCount                PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "LOG CHAIN VERIFICATION"
           DISPLAY "-----------------------------------"
           MOVE "A" TO WSChainLog
           MOVE "CustAudit.dat" TO WSChainLogName
           PERFORM Verify-One-Chain
           MOVE "R" TO WSChainLog
           MOVE "RunLog.dat" TO WSChainLogName
           PERFORM Verify-One-Chain
           DISPLAY "-----------------------------------"
           IF WSBrokenCount > 0
               DISPLAY "Broken chains: " WSBrokenCount
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Both logs intact."
           END-IF
           GOBACK.

       Verify-One-Chain.
           CALL 'CHAINVFY' USING WSChainLog, WSChainResult,
               WSChainRows, WSChainLinks, WSChainBreakRow,
               WSChainReason
           EVALUATE TRUE
               WHEN WSChainIntact
                   DISPLAY WSChainLogName " INTACT - rows "
                       WSChainRows "  links verified " WSChainLinks
               WHEN WSChainBroken
                   ADD 1 TO WSBrokenCount
                   DISPLAY WSChainLogName " BROKEN AT ROW "
                       WSChainBreakRow
                   DISPLAY "  " WSChainReason
                   DISPLAY "  (" WSChainLinks
                       " links verified before the break)"
               WHEN OTHER
                   DISPLAY WSChainLogName " not on file"
           END-EVALUATE.
