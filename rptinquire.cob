       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptinquire.
      *> Report repository inquiry - lists the reports RPTSAVE
      *> captured for a chosen processing date (ReportIndex.dat:
      *> repository number, report id, run serial, pages, lines
      *> and where it was printed), then pages through any one of
      *> them on the screen, 60 lines to the page, or re-prints
      *> it as captured to RptReprint.prt.  The same "fetch the
      *> page as issued" idea as stmtreprint.cob, for every other
      *> nightly report.  Reads only - housekeep.cob ages the
      *> repository out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IndexFile ASSIGN TO "ReportIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSIndexStatus.
           SELECT RepoFile ASSIGN TO "ReportRepo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRepoStatus.
           SELECT ReprintFile ASSIGN TO "RptReprint.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Same layouts RPTSAVE writes.
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

       FD RepoFile.
       01 RepoRecord.
           02 RRRunDate               PIC 9(08).
           02 RRSeq                    PIC 9(06).
           02 RRLineNo                 PIC 9(06).
           02 RRLine                   PIC X(132).

       FD ReprintFile.
       01 ReprintLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01).
       01 WSIndexStatus                PIC X(02).
       01 WSRepoStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "RPTINQ".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSDateInput                  PIC X(08).
       01 WSAskDate                    PIC 9(08).
       01 WSAskSeq                     PIC 9(06).
       01 WSAction                     PIC X(01).
       01 WSPageCommand                PIC X(01).
       01 WSDoneFlag                  PIC X(01).
           88 WSDone                   VALUE 'Y'.
       01 WSPageNumber                 PIC 9(05).
       01 WSFirstLine                  PIC 9(06).
       01 WSLastLine                   PIC 9(06).
       01 WSReportSub                  PIC 9(03).
       01 WSChosenSub                  PIC 9(03).

      *> The chosen date's index rows - far more than one night's
      *> chain prints.
       01 WSReportCount                PIC 9(03) VALUE 0.
       01 WSReportTable.
           02 WSReportEntry OCCURS 200 TIMES.
               03 WSRptSeq             PIC 9(06).
               03 WSRptId              PIC X(10).
               03 WSRptSerial          PIC 9(06).
               03 WSRptPages           PIC 9(05).
               03 WSRptLines           PIC 9(07).
               03 WSRptSource          PIC X(20).

       01 WSListLine.
           02 LL-Seq                  PIC Z(05)9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LL-ReportId             PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LL-Serial               PIC Z(05)9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LL-Pages                PIC Z(04)9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LL-Lines                PIC Z(06)9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LL-Source               PIC X(20).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           DISPLAY "Report date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WSDateInput
           IF WSDateInput = SPACES
               ACCEPT WSAskDate FROM DATE YYYYMMDD
           ELSE
               IF WSDateInput IS NOT NUMERIC
                   DISPLAY "Date must be 8 digits - no inquiry."
                   CALL 'RUNLOG' USING WSProgramId, "END  ",
                       WSLineCount
                   GOBACK
               END-IF
               MOVE WSDateInput TO WSAskDate
           END-IF
           PERFORM Load-Index
           IF WSReportCount = 0
               DISPLAY "No reports in the repository for "
                   WSAskDate "."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
               GOBACK
           END-IF
           MOVE 'N' TO WSDoneFlag
           PERFORM UNTIL WSDone
               PERFORM List-Reports
               DISPLAY "Repository number (0 to finish): "
                   WITH NO ADVANCING
               ACCEPT WSAskSeq
               IF WSAskSeq = 0
                   SET WSDone TO TRUE
               ELSE
                   PERFORM Find-Chosen-Report
                   IF WSChosenSub = 0
                       DISPLAY "Number " WSAskSeq " is not listed "
                           "for " WSAskDate "."
                   ELSE
                       PERFORM Choose-Action
                   END-IF
               END-IF
           END-PERFORM
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

      *> A rerun of a step captures its report again under a new
      *> number - both stay listed, latest last.

       Load-Index.
           MOVE 0 TO WSReportCount
           OPEN INPUT IndexFile
           IF WSIndexStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ IndexFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RIRunDate = WSAskDate
                                   AND WSReportCount < 200
                               ADD 1 TO WSReportCount
                               MOVE RISeq TO WSRptSeq(WSReportCount)
                               MOVE RIReportId
                                   TO WSRptId(WSReportCount)
                               MOVE RIRunSerial
                                   TO WSRptSerial(WSReportCount)
                               MOVE RIPageCount
                                   TO WSRptPages(WSReportCount)
                               MOVE RILineCount
                                   TO WSRptLines(WSReportCount)
                               MOVE RISource
                                   TO WSRptSource(WSReportCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IndexFile
           END-IF.

       List-Reports.
           DISPLAY " "
           DISPLAY "REPORTS CAPTURED FOR " WSAskDate
           DISPLAY "   NO.  REPORT      SERIAL  PAGES    LINES  "
               "PRINTED TO"
           PERFORM VARYING WSReportSub FROM 1 BY 1
                   UNTIL WSReportSub > WSReportCount
               MOVE WSRptSeq(WSReportSub) TO LL-Seq
               MOVE WSRptId(WSReportSub) TO LL-ReportId
               MOVE WSRptSerial(WSReportSub) TO LL-Serial
               MOVE WSRptPages(WSReportSub) TO LL-Pages
               MOVE WSRptLines(WSReportSub) TO LL-Lines
               MOVE WSRptSource(WSReportSub) TO LL-Source
               DISPLAY WSListLine
           END-PERFORM.

       Find-Chosen-Report.
           MOVE 0 TO WSChosenSub
           PERFORM VARYING WSReportSub FROM 1 BY 1
                   UNTIL WSReportSub > WSReportCount
               IF WSRptSeq(WSReportSub) = WSAskSeq
                   MOVE WSReportSub TO WSChosenSub
               END-IF
           END-PERFORM.

       Choose-Action.
           DISPLAY "P = page through, R = re-print: "
               WITH NO ADVANCING
           ACCEPT WSAction
           MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction
           EVALUATE WSAction
               WHEN "P"
                   PERFORM Page-Through-Report
               WHEN "R"
                   PERFORM Reprint-Report
               WHEN OTHER
                   DISPLAY "Nothing done."
           END-EVALUATE.

      *> N next, B back, Q quit - the repository is re-read for
      *> each page rather than held, since a report can run to
      *> thousands of lines.

       Page-Through-Report.
           MOVE 1 TO WSPageNumber
           MOVE SPACE TO WSPageCommand
           PERFORM UNTIL WSPageCommand = "Q"
               PERFORM Show-One-Page
               DISPLAY "Page " WSPageNumber " of "
                   WSRptPages(WSChosenSub)
                   " - N next, B back, Q quit: " WITH NO ADVANCING
               ACCEPT WSPageCommand
               MOVE FUNCTION UPPER-CASE(WSPageCommand)
                   TO WSPageCommand
               EVALUATE WSPageCommand
                   WHEN "N"
                       IF WSPageNumber < WSRptPages(WSChosenSub)
                           ADD 1 TO WSPageNumber
                       ELSE
                           DISPLAY "Already on the last page."
                       END-IF
                   WHEN "B"
                       IF WSPageNumber > 1
                           SUBTRACT 1 FROM WSPageNumber
                       ELSE
                           DISPLAY "Already on the first page."
                       END-IF
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "N, B or Q."
               END-EVALUATE
           END-PERFORM.

       Show-One-Page.
           COMPUTE WSFirstLine = (WSPageNumber - 1) * 60 + 1
           COMPUTE WSLastLine = WSPageNumber * 60
           DISPLAY " "
           DISPLAY "=== " WSRptId(WSChosenSub) " NO. " WSAskSeq
               " PAGE " WSPageNumber " ==="
           OPEN INPUT RepoFile
           IF WSRepoStatus NOT = "00"
               DISPLAY "ReportRepo.dat is not on file."
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ RepoFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RRSeq = WSAskSeq
                                   AND RRLineNo >= WSFirstLine
                                   AND RRLineNo <= WSLastLine
                               DISPLAY RRLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RepoFile
           END-IF.

       Reprint-Report.
           OPEN INPUT RepoFile
           IF WSRepoStatus NOT = "00"
               DISPLAY "ReportRepo.dat is not on file - nothing to "
                   "re-print."
           ELSE
               MOVE 0 TO WSLineCount
               OPEN OUTPUT ReprintFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ RepoFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RRSeq = WSAskSeq
                               MOVE RRLine TO ReprintLine
                               WRITE ReprintLine
                               ADD 1 TO WSLineCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReprintFile
               CLOSE RepoFile
               DISPLAY WSRptId(WSChosenSub) " re-printed to "
                   "RptReprint.prt - " WSLineCount " line(s), as "
                   "captured."
           END-IF.
