      *>   GetsumAudit.dat      - keep ninety days (date after "TS=")
      *>   ClassResults.dat     - regenerated every batchclass run,
      *>                          so every row archives each time
      *>   ReportIndex.dat and  - the report repository (RPTSAVE);
      *>   ReportRepo.dat         kept for the REPORT-RETAIN-DAYS
      *>                          run parameter, 400 days when unset
      *>                          (processing date in cols 1-8)
      *> Expired rows are MOVED to a date-stamped archive file
      *> (<name>.arch.<rundate>) rather than discarded, and the run
      *> reports rows examined / archived / kept per file so
      *> retention compliance can be proven.  A row whose date
      *> cannot be read is kept - never silently discarded.
      *> Modification History:
      *>   CustAudit.dat and RunLog.dat are now chained (CHAINLNK),
      *>   so they are trimmed only from the top: once one row is
      *>   kept, every later row is kept with it, and the kept rows
      *>   open with a HOUSEKEEP carry-forward row signed through
      *>   CHAINHSH that re-anchors the chain on the last archived
      *>   row's link - CHAINVFY then proves the trimmed log from
      *>   its first line.  Records widened to 216 for the link.
      *>   The report repository (ReportIndex.dat, ReportRepo.dat)
      *>   now ages out on the REPORT-RETAIN-DAYS run parameter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD LogFile.
       01 LogRecord                   PIC X(216).

       FD KeepWorkFile.
       01 KeepWorkRecord              PIC X(216).

       FD ArchiveFile.
       01 ArchiveRecord               PIC X(216).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01).
       01 WSExaminedCount              PIC 9(07).
       01 WSArchivedCount              PIC 9(07).
       01 WSKeptCount                  PIC 9(07).
       01 WSChainedFlag               PIC X(01).
           88 WSChainedLog             VALUE 'Y'.
       01 WSKeepRestFlag              PIC X(01).
           88 WSKeepRest               VALUE 'Y'.
       01 WSRowWidth                   PIC 9(03).
       01 WSSignedWidth                PIC 9(03).
       01 WSZeroLink                   PIC X(18).
       01 WSRunningLink                PIC X(18).
       01 WSNewLink                    PIC X(18).
       01 WSChainRow                   PIC X(216).
       01 WSRetainDays                 PIC 9(05).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSCarryBefore                PIC X(40).
       01 WSCarryAfter                 PIC X(40).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSTotalArchived
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE 'N' TO WSChainedFlag
           MOVE ALL "0" TO WSZeroLink
           DISPLAY "LOG RETENTION HOUSEKEEPING - " WSToday
           DISPLAY "FILE                 EXAMINED ARCHIVED KEPT"
           DISPLAY "--------------------------------------------"
           MOVE "CustAudit.dat" TO WSLogFileName
           SET WSRuleLeading TO TRUE
           COMPUTE WSCutoffDate = WSToday - 70000
           SET WSChainedLog TO TRUE
           MOVE 170 TO WSRowWidth
           PERFORM Housekeep-One-File
           MOVE 'N' TO WSChainedFlag

           MOVE "CustomerHistory.dat" TO WSLogFileName
           SET WSRuleHistory TO TRUE
           MOVE "RunLog.dat" TO WSLogFileName
           SET WSRuleTimestamp TO TRUE
           COMPUTE WSCutoffDate = WSToday - 10000
           SET WSChainedLog TO TRUE
           MOVE 80 TO WSRowWidth
           PERFORM Housekeep-One-File
           MOVE 'N' TO WSChainedFlag

           MOVE "GetsumAudit.dat" TO WSLogFileName
           SET WSRuleTimestamp TO TRUE
               FUNCTION DATE-OF-INTEGER(WSCutoffInt)
           PERFORM Housekeep-One-File

      *> Index and lines share the cutoff, so an index row never
      *> outlives the report it lists.
           MOVE 400 TO WSRetainDays
           MOVE "REPORT-RETAIN-DAYS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:5) IS NUMERIC
               MOVE WSParamValue(1:5) TO WSRetainDays
           END-IF
           COMPUTE WSCutoffInt = WSTodayInt - WSRetainDays
           COMPUTE WSCutoffDate =
               FUNCTION DATE-OF-INTEGER(WSCutoffInt)
           MOVE "ReportIndex.dat" TO WSLogFileName
           SET WSRuleLeading TO TRUE
           PERFORM Housekeep-One-File
           MOVE "ReportRepo.dat" TO WSLogFileName
           SET WSRuleLeading TO TRUE
           PERFORM Housekeep-One-File

           MOVE "ClassResults.dat" TO WSLogFileName
           SET WSRuleAll TO TRUE
           MOVE 99999999 TO WSCutoffDate
           MOVE 0 TO WSExaminedCount
           MOVE 0 TO WSArchivedCount
           MOVE 0 TO WSKeptCount
           MOVE 'N' TO WSKeepRestFlag
           MOVE ALL "0" TO WSRunningLink
           MOVE 'N' TO WSEOF
           OPEN INPUT LogFile
           IF WSLogStatus NOT = "00"
                       NOT AT END PERFORM Route-One-Row
                   END-READ
               END-PERFORM
               IF NOT WSKeepRest
                   PERFORM Write-Carry-Forward
               END-IF
               CLOSE ArchiveFile
               CLOSE KeepWorkFile
               CLOSE LogFile
           ADD 1 TO WSExaminedCount
           PERFORM Extract-Row-Date
           IF WSRowDated AND WSRowDate < WSCutoffDate
                   AND NOT WSKeepRest
               WRITE ArchiveRecord FROM LogRecord
               ADD 1 TO WSArchivedCount
               ADD 1 TO WSTotalArchived
               IF WSChainedLog
                   PERFORM Follow-Archived-Link
               END-IF
           ELSE
               IF WSChainedLog AND NOT WSKeepRest
                   PERFORM Write-Carry-Forward
                   SET WSKeepRest TO TRUE
               END-IF
               WRITE KeepWorkRecord FROM LogRecord
               ADD 1 TO WSKeptCount
           END-IF.

      *> The chain's position after each archived row: a re-anchor
      *> row (an earlier carry-forward, or an erasure stand-in)
      *> carries it after " ANC=", any other linked row after
      *> " CHN="; rows from before the chain leave it at zeros.

       Follow-Archived-Link.
           IF LogRecord(WSRowWidth + 24:5) = " ANC="
               MOVE LogRecord(WSRowWidth + 29:18) TO WSRunningLink
           ELSE
               IF LogRecord(WSRowWidth + 1:5) = " CHN="
                   MOVE LogRecord(WSRowWidth + 6:18) TO WSRunningLink
               END-IF
           END-IF.

      *> The kept rows of a chained log open with one row that
      *> records the trim and carries the last archived link, so
      *> the first kept row's link still verifies.  It is signed
      *> over its own text plus that anchor, from zeros, as the
      *> log's new first line.  Nothing archived from the chain -
      *> no carry-forward needed.

       Write-Carry-Forward.
           IF WSChainedLog AND WSRunningLink NOT = WSZeroLink
               MOVE SPACES TO WSChainRow
               IF WSRowWidth = 170
                   MOVE SPACES TO WSCarryBefore
                   STRING "ARCHIVED " DELIMITED BY SIZE
                       WSArchivedCount DELIMITED BY SIZE
                       " ROWS" DELIMITED BY SIZE
                       INTO WSCarryBefore
                   END-STRING
                   MOVE WSArchiveName TO WSCarryAfter
                   STRING WSToday DELIMITED BY SIZE
                       "                   " DELIMITED BY SIZE
                       WSProgramId DELIMITED BY SIZE
                       " CHNCFW ID=00000 BEFORE:[" DELIMITED BY SIZE
                       WSCarryBefore DELIMITED BY SIZE
                       "] AFTER:[" DELIMITED BY SIZE
                       WSCarryAfter DELIMITED BY SIZE
                       "] OPER=BATCH" DELIMITED BY SIZE
                       INTO WSChainRow(1:170)
                   END-STRING
               ELSE
                   STRING "HOUSEKEEP CHAIN TS=" DELIMITED BY SIZE
                       WSToday DELIMITED BY SIZE
                       " RECS=" DELIMITED BY SIZE
                       WSArchivedCount DELIMITED BY SIZE
                       INTO WSChainRow(1:80)
                   END-STRING
               END-IF
               MOVE WSRunningLink TO WSChainRow(WSRowWidth + 1:18)
               COMPUTE WSSignedWidth = WSRowWidth + 18
               CALL 'CHAINHSH' USING WSZeroLink, WSChainRow,
                   WSSignedWidth, WSNewLink
               MOVE SPACES TO WSChainRow(WSRowWidth + 1:)
               MOVE " CHN=" TO WSChainRow(WSRowWidth + 1:5)
               MOVE WSNewLink TO WSChainRow(WSRowWidth + 6:18)
               MOVE " ANC=" TO WSChainRow(WSRowWidth + 24:5)
               MOVE WSRunningLink TO WSChainRow(WSRowWidth + 29:18)
               WRITE KeepWorkRecord FROM WSChainRow
           END-IF.

       Extract-Row-Date.
           MOVE 'N' TO WSRowDateFlag
           MOVE 0 TO WSRowDate
