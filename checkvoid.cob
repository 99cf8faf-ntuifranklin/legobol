      *> with a CUSTNOTE on the account - so the credit shows up
      *> again and the next refundext.cob run (or an ACH credit)
      *> can send it a way that works.
      *> Modification History:
      *>   A voided check is logged on PosPayLog.dat as a void
      *>   (refundext.cob's layout) so pospay.cob tells the bank
      *>   not to pay it.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS OCCheckNo
               FILE STATUS IS WSOutChecksStatus.
           SELECT PosPayLogFile ASSIGN TO "PosPayLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPosPayStatus.

       DATA DIVISION.
       FILE SECTION.
               88 OCPaid               VALUE 'P'.
               88 OCVoided             VALUE 'V'.

      *> Same layout refundext.cob writes.
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

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSOutChecksStatus            PIC X(02).
       01 WSPosPayStatus               PIC X(02).
       01 WSFullName                   PIC X(31).
       01 WSProgramId                  PIC X(10) VALUE "CHECKVOID".
       01 WSVoidedCount                PIC 9(07) VALUE 0.
       01 WSPickCheckNo                PIC 9(06).
               IF WSFileStatus NOT = "00"
                   PERFORM File-Error-Abend
               END-IF
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               MOVE OCIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO WSFoundFlag
           CALL 'LEDGPOST' USING IDNum, "RF", WSReinstateAmount
           SET OCVoided TO TRUE
           REWRITE OutCheckRecord
           PERFORM Log-Positive-Pay-Void
           MOVE OCAmount TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "STALE CHECK " DELIMITED BY SIZE
           DISPLAY "Check voided - customer balance now "
               WSBalanceEdit.

      *> The bank must refuse the voided check if it is ever
      *> presented - it goes on tonight's positive-pay file.

       Log-Positive-Pay-Void.
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
           OPEN EXTEND PosPayLogFile
           IF WSPosPayStatus = "35"
               OPEN OUTPUT PosPayLogFile
           END-IF
           SET PLVoid TO TRUE
           MOVE OCCheckNo TO PLCheckNo
           MOVE OCAmount TO PLAmount
           MOVE OCIssueDate TO PLIssueDate
           MOVE WSFullName TO PLPayee
           MOVE WSPostDate TO PLLogDate
           WRITE PosPayLogRecord
           CLOSE PosPayLogFile.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
