       IDENTIFICATION DIVISION.
       PROGRAM-ID. pospay.
      *> Positive-pay issue file and exception listing - the bank
      *> pays a refund check only if we told it the check was
      *> issued, so a forged or altered check stops at the teller
      *> instead of turning up on checkrecon.cob after it cleared.
      *> The day's rows on PosPayLog.dat (checks refundext.cob cut,
      *> checks checkvoid.cob voided) are written to the bank's
      *> PosPayIssue.dat - check number, amount, issue date and
      *> payee, an issue or void record each - closed by a trailer
      *> carrying counts and dollar totals the bank can verify.
      *> Then the bank's exception file (PosPayExcept.dat - items
      *> presented that did not agree with what we sent) is loaded
      *> and listed beside our own record of each check, with a
      *> suggested decision, for the cash office to tell the bank
      *> pay or return before its cut-off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PosPayLogFile ASSIGN TO "PosPayLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPosPayStatus.
           SELECT IssueFile ASSIGN TO "PosPayIssue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSIssueStatus.
           SELECT ExceptionFile ASSIGN TO "PosPayExcept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSExceptionStatus.
           SELECT OutChecksFile ASSIGN TO "OutChecks.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OCCheckNo
               FILE STATUS IS WSOutChecksStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout refundext.cob and checkvoid.cob write.
       FD PosPayLogFile.
       01 PosPayLogRecord.
           02 PLType                  PIC X(01).
               88 PLIssue              VALUE 'I'.
               88 PLVoid               VALUE 'V'.
           02 PLCheckNo                PIC 9(06).
           02 PLAmount                 PIC 9(07)V99.
           02 PLIssueDate              PIC 9(08).
           02 PLPayee                  PIC X(31).
           02 PLLogDate                PIC 9(08).

      *> Bank's positive-pay issue layout - 'I' issue and 'V' void
      *> detail records, one 'T' trailer last.
       FD IssueFile.
       01 IssueRecord.
           02 PPRecType               PIC X(01).
           02 PPCheckNo                PIC 9(06).
           02 PPAmount                 PIC 9(07)V99.
           02 PPIssueDate              PIC 9(08).
           02 PPPayee                  PIC X(31).
       01 IssueTrailer.
           02 PPTRecType              PIC X(01).
           02 PPTFileDate              PIC 9(08).
           02 PPTIssueCount            PIC 9(05).
           02 PPTIssueTotal            PIC 9(09)V99.
           02 PPTVoidCount             PIC 9(05).
           02 PPTVoidTotal             PIC 9(09)V99.
           02 FILLER                  PIC X(14).

      *> Bank's exception layout - one presented item per line.
       FD ExceptionFile.
       01 ExceptionRecord.
           02 PXCheckNo               PIC 9(06).
           02 PXAmount                 PIC 9(07)V99.
           02 PXPresentDate            PIC 9(08).
           02 PXPayee                  PIC X(31).
           02 PXReason                 PIC X(20).

       FD OutChecksFile.
       01 OutCheckRecord.
           02 OCCheckNo               PIC 9(06).
           02 OCIDNum                  PIC 9(05).
           02 OCAmount                 PIC 9(07)V99.
           02 OCIssueDate              PIC 9(08).
           02 OCStatus                 PIC X(01).
               88 OCOutstanding        VALUE 'O'.
               88 OCPaid               VALUE 'P'.
               88 OCVoided             VALUE 'V'.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSPosPayStatus               PIC X(02).
       01 WSIssueStatus                PIC X(02).
       01 WSExceptionStatus            PIC X(02).
       01 WSOutChecksStatus            PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "POSPAY".
       01 WSToday                     PIC 9(08).
       01 WSRecordCount                PIC 9(07) VALUE 0.
       01 WSIssueCount                 PIC 9(05) VALUE 0.
       01 WSIssueTotal                 PIC 9(09)V99 VALUE 0.
       01 WSVoidCount                  PIC 9(05) VALUE 0.
       01 WSVoidTotal                  PIC 9(09)V99 VALUE 0.
       01 WSExceptionCount             PIC 9(05) VALUE 0.
       01 WSCheckFoundFlag            PIC X(01).
           88 WSCheckFound             VALUE 'Y'.
       01 WSOutChecksOpenFlag         PIC X(01) VALUE 'N'.
           88 WSOutChecksOpen          VALUE 'Y'.
       01 WSLogFoundFlag              PIC X(01).
           88 WSLogFound               VALUE 'Y'.
       01 WSLogEOFFlag                PIC X(01).
           88 WSLogEOF                 VALUE 'Y'.
       01 WSOurPayee                   PIC X(31).
       01 WSSuggestion                 PIC X(30).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSRecordCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM Build-Issue-File
           PERFORM List-Exceptions
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSRecordCount
           GOBACK.

      *> Today's issues and voids only - a rerun rebuilds the same
      *> file, and yesterday's rows went out yesterday.

       Build-Issue-File.
           OPEN OUTPUT IssueFile
           MOVE 'N' TO WSEOF
           OPEN INPUT PosPayLogFile
           IF WSPosPayStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ PosPayLogFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF PLLogDate = WSToday
                               PERFORM Write-Issue-Detail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosPayLogFile
           END-IF
           MOVE SPACES TO IssueTrailer
           MOVE "T" TO PPTRecType
           MOVE WSToday TO PPTFileDate
           MOVE WSIssueCount TO PPTIssueCount
           MOVE WSIssueTotal TO PPTIssueTotal
           MOVE WSVoidCount TO PPTVoidCount
           MOVE WSVoidTotal TO PPTVoidTotal
           WRITE IssueTrailer
           CLOSE IssueFile
           DISPLAY "POSITIVE-PAY ISSUE FILE FOR " WSToday
           MOVE WSIssueTotal TO WSBalanceEdit
           DISPLAY "Checks issued: " WSIssueCount "  " WSBalanceEdit
           MOVE WSVoidTotal TO WSBalanceEdit
           DISPLAY "Checks voided: " WSVoidCount "  " WSBalanceEdit.

       Write-Issue-Detail.
           MOVE PLType TO PPRecType
           MOVE PLCheckNo TO PPCheckNo
           MOVE PLAmount TO PPAmount
           MOVE PLIssueDate TO PPIssueDate
           MOVE PLPayee TO PPPayee
           WRITE IssueRecord
           ADD 1 TO WSRecordCount
           IF PLVoid
               ADD 1 TO WSVoidCount
               ADD PLAmount TO WSVoidTotal
           ELSE
               ADD 1 TO WSIssueCount
               ADD PLAmount TO WSIssueTotal
           END-IF.

       List-Exceptions.
           MOVE 'N' TO WSEOF
           OPEN INPUT ExceptionFile
           IF WSExceptionStatus NOT = "00"
               DISPLAY "No positive-pay exception file from the "
                   "bank - nothing to decide."
           ELSE
               OPEN INPUT OutChecksFile
               IF WSOutChecksStatus = "00"
                   SET WSOutChecksOpen TO TRUE
               END-IF
               DISPLAY " "
               DISPLAY "POSITIVE-PAY EXCEPTIONS - PAY OR RETURN"
               DISPLAY "-------------------------------------"
               PERFORM UNTIL WSEOF = 'Y'
                   READ ExceptionFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM List-One-Exception
                   END-READ
               END-PERFORM
               IF WSOutChecksOpen
                   CLOSE OutChecksFile
               END-IF
               CLOSE ExceptionFile
               DISPLAY "Exceptions awaiting a decision: "
                   WSExceptionCount
               IF WSExceptionCount > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       List-One-Exception.
           ADD 1 TO WSExceptionCount
           MOVE 'N' TO WSCheckFoundFlag
           IF WSOutChecksOpen
               MOVE PXCheckNo TO OCCheckNo
               READ OutChecksFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WSCheckFound TO TRUE
               END-READ
           END-IF
           PERFORM Find-Our-Payee
           EVALUATE TRUE
               WHEN NOT WSCheckFound
                   MOVE "RETURN - NEVER ISSUED" TO WSSuggestion
               WHEN OCVoided
                   MOVE "RETURN - CHECK VOIDED" TO WSSuggestion
               WHEN OCPaid
                   MOVE "RETURN - ALREADY PAID" TO WSSuggestion
               WHEN PXAmount NOT = OCAmount
                   MOVE "RETURN - AMOUNT ALTERED" TO WSSuggestion
               WHEN WSLogFound AND PXPayee NOT = WSOurPayee
                   MOVE "REVIEW - PAYEE DIFFERS" TO WSSuggestion
               WHEN OTHER
                   MOVE "PAY - AGREES WITH ISSUE" TO WSSuggestion
           END-EVALUATE
           MOVE PXAmount TO WSBalanceEdit
           DISPLAY "CHECK " PXCheckNo " presented " PXPresentDate
               " " WSBalanceEdit " " PXReason
           DISPLAY "  payee on item:  " PXPayee
           IF WSCheckFound
               MOVE OCAmount TO WSBalanceEdit
               DISPLAY "  our issue:      " WSOurPayee
               DISPLAY "                  " WSBalanceEdit
                   " issued " OCIssueDate " to customer " OCIDNum
                   " status " OCStatus
           ELSE
               DISPLAY "  our issue:      (no such check on file)"
           END-IF
           DISPLAY "  suggested:      " WSSuggestion.

      *> The payee we sent the bank is only on the positive-pay
      *> log - OutChecks.dat never carried it.

       Find-Our-Payee.
           MOVE 'N' TO WSLogFoundFlag
           MOVE SPACES TO WSOurPayee
           MOVE 'N' TO WSLogEOFFlag
           OPEN INPUT PosPayLogFile
           IF WSPosPayStatus = "00"
               PERFORM UNTIL WSLogEOF
                   READ PosPayLogFile
                       AT END SET WSLogEOF TO TRUE
                       NOT AT END
                           IF PLCheckNo = PXCheckNo AND PLIssue
                               MOVE PLPayee TO WSOurPayee
                               SET WSLogFound TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosPayLogFile
           END-IF.
