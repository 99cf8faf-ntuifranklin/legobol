      *> Report repository writer subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RPTSAVE.
      *> Captures one printed report into the dated report
      *> repository, so the night's print files - overwritten by the
      *> next night's run - can still be read and re-printed later
      *> (rptinquire.cob).  The repository is two files:
      *>   ReportRepo.dat  - every captured line, keyed by the
      *>                     report's repository number and its line
      *>                     number within the report;
      *>   ReportIndex.dat - one row per captured report: report id,
      *>                     processing date, the run serial RUNLOG
      *>                     gave the producing job (CurrentRun.dat),
      *>                     page and line counts, and the source.
      *> Both lead with the processing date, so housekeep.cob ages
      *> them out on the RunParams.dat REPORT-RETAIN-DAYS period.
      *> A page is 60 print lines.  Two entries, in the FEEDREG.cob
      *> multiple-ENTRY style:
      *>   RPTSAVE - copy LSourceFile from the line after LFromLine
      *>             to its end into the repository under
      *>             LReportId; LResult 'Y' saved, 'N' nothing to
      *>             save (no file, or no lines past the mark);
      *>   RPTMARK - return in LFromLine the lines LSourceFile holds
      *>             now, so a caller sharing one console file across
      *>             many reports (batchdriver.cob) can save just the
      *>             lines one step adds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SourceFile ASSIGN TO DYNAMIC WSSourceName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSourceStatus.
           SELECT RepoFile ASSIGN TO "ReportRepo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRepoStatus.
           SELECT IndexFile ASSIGN TO "ReportIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSIndexStatus.
           SELECT CurrentRunFile ASSIGN TO "CurrentRun.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCurrentStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SourceFile.
       01 SourceLine                  PIC X(132).

       FD RepoFile.
       01 RepoRecord.
           02 RRRunDate               PIC 9(08).
           02 RRSeq                    PIC 9(06).
           02 RRLineNo                 PIC 9(06).
           02 RRLine                   PIC X(132).

       FD IndexFile.
       01 IndexRecord.
           02 RIRunDate               PIC 9(08).
           02 RISeq                    PIC 9(06).
           02 RIReportId               PIC X(10).
           02 RIRunSerial              PIC 9(06).
           02 RIPageCount              PIC 9(05).
           02 RILineCount              PIC 9(07).
           02 RISource                 PIC X(20).
           02 RISavedDate              PIC 9(08).

      *> Same layout RUNLOG keeps.
       FD CurrentRunFile.
       01 CurrentRunRecord.
           02 CurRunProgram           PIC X(10).
           02 CurRunSerial             PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WSSourceStatus              PIC X(02).
       01 WSRepoStatus                PIC X(02).
       01 WSIndexStatus               PIC X(02).
       01 WSCurrentStatus             PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSSourceName                 PIC X(20).
       01 WSToday                     PIC 9(08).
       01 WSProcessDate                PIC 9(08).
       01 WSRunSerial                  PIC 9(06).
       01 WSNextSeq                    PIC 9(06).
       01 WSSourceLineNo               PIC 9(07).
       01 WSSavedLines                 PIC 9(07).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       LINKAGE SECTION.
        01 LReportId PIC X(10).
        01 LSourceFile PIC X(20).
        01 LFromLine PIC 9(07).
        01 LResult PIC X(01).
            88 LReportSaved          VALUE 'Y'.
            88 LNothingSaved         VALUE 'N'.

       PROCEDURE DIVISION USING LReportId, LSourceFile, LFromLine,
               LResult.
       RPTSAVE-Entry.
           SET LNothingSaved TO TRUE
           MOVE LSourceFile TO WSSourceName
           OPEN INPUT SourceFile
           IF WSSourceStatus NOT = "00"
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM Set-Processing-Date
           PERFORM Find-Run-Serial
           PERFORM Find-Next-Seq
           OPEN EXTEND RepoFile
           IF WSRepoStatus = "35"
               OPEN OUTPUT RepoFile
           END-IF
           MOVE 0 TO WSSourceLineNo
           MOVE 0 TO WSSavedLines
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ SourceFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSSourceLineNo
                       IF WSSourceLineNo > LFromLine
                           ADD 1 TO WSSavedLines
                           MOVE WSProcessDate TO RRRunDate
                           MOVE WSNextSeq TO RRSeq
                           MOVE WSSavedLines TO RRLineNo
                           MOVE SourceLine TO RRLine
                           WRITE RepoRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RepoFile
           CLOSE SourceFile
           IF WSSavedLines > 0
               PERFORM Write-Index-Row
               SET LReportSaved TO TRUE
           END-IF
           GOBACK.

       ENTRY "RPTMARK" USING LSourceFile, LFromLine.
           MOVE 0 TO LFromLine
           MOVE LSourceFile TO WSSourceName
           OPEN INPUT SourceFile
           IF WSSourceStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ SourceFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END ADD 1 TO LFromLine
                   END-READ
               END-PERFORM
               CLOSE SourceFile
           END-IF
           GOBACK.

      *> Filed under the date the run is FOR, the rule every
      *> nightly job follows.

       Set-Processing-Date.
           MOVE WSToday TO WSProcessDate
           MOVE "PROCESS-DATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:8) NUMERIC
               MOVE WSParamValue(1:8) TO WSProcessDate
           END-IF.

       Find-Run-Serial.
           MOVE 0 TO WSRunSerial
           OPEN INPUT CurrentRunFile
           IF WSCurrentStatus = "00"
               READ CurrentRunFile
                   NOT AT END
                       IF CurRunSerial IS NUMERIC
                           MOVE CurRunSerial TO WSRunSerial
                       END-IF
               END-READ
               CLOSE CurrentRunFile
           END-IF.

       Find-Next-Seq.
           MOVE 0 TO WSNextSeq
           OPEN INPUT IndexFile
           IF WSIndexStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ IndexFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RISeq IS NUMERIC
                                   AND RISeq > WSNextSeq
                               MOVE RISeq TO WSNextSeq
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IndexFile
           END-IF
           ADD 1 TO WSNextSeq.

       Write-Index-Row.
           OPEN EXTEND IndexFile
           IF WSIndexStatus = "35"
               OPEN OUTPUT IndexFile
           END-IF
           MOVE WSProcessDate TO RIRunDate
           MOVE WSNextSeq TO RISeq
           MOVE LReportId TO RIReportId
           MOVE WSRunSerial TO RIRunSerial
           COMPUTE RIPageCount = (WSSavedLines + 59) / 60
           MOVE WSSavedLines TO RILineCount
           MOVE LSourceFile TO RISource
           MOVE WSToday TO RISavedDate
           WRITE IndexRecord
           CLOSE IndexFile.
