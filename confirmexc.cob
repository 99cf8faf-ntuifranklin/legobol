       IDENTIFICATION DIVISION.
       PROGRAM-ID. confirmexc.
      *> Audit confirmation exceptions report - what the external
      *> auditors follow up on once the confirmation replies are in.
      *> For one confirmation period on ConfirmReg.dat (keyed in,
      *> or zero for the latest period on the register) it lists
      *> every disputed confirmation with the customer's stated
      *> amount and the difference from our period-end balance,
      *> then every confirmation still unanswered (the auditors'
      *> alternative-procedures list), then the register totals by
      *> reply and by how each customer was selected, with the
      *> seed and threshold the sample was drawn under so the draw
      *> can be re-performed.  Written to ConfirmExc.prt.
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
           SELECT ConfirmFile ASSIGN TO "ConfirmReg.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRKey
               FILE STATUS IS WSConfirmStatus.
           SELECT ReportFile ASSIGN TO "ConfirmExc.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout confirmrun.cob writes.
       FD ConfirmFile.
       01 ConfirmRecord.
           02 CRKey.
               03 CRPeriod            PIC 9(06).
               03 CRIDNum              PIC 9(05).
           02 CRBasis                  PIC X(01).
               88 CROverThreshold      VALUE 'T'.
           02 CRBalance                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CRMailDate               PIC 9(08).
           02 CRStatus                 PIC X(01).
               88 CROutstanding        VALUE 'O'.
               88 CRAgreed             VALUE 'A'.
               88 CRDisputed           VALUE 'D'.
           02 CRStatedAmount           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CRReplyDate              PIC 9(08).
           02 CROperator               PIC X(08).
           02 CRSeed                   PIC 9(10).
           02 CRThreshold              PIC 9(07)V99.

       FD ReportFile.
       01 ReportLine                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSConfirmStatus              PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CONFIRMEXC".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriod                     PIC 9(06).
       01 WSWantedStatus               PIC X(01).
       01 WSFullName                   PIC X(31).
       01 WSDifference                 PIC S9(07)V99.
       01 WSSectionCount               PIC 9(05).
       01 WSSeed                       PIC 9(10) VALUE 0.
       01 WSThreshold                  PIC 9(07)V99 VALUE 0.
       01 WSMailedCount                PIC 9(05) VALUE 0.
       01 WSMailedTotal                PIC S9(09)V99 VALUE 0.
       01 WSOverCount                  PIC 9(05) VALUE 0.
       01 WSOverTotal                  PIC S9(09)V99 VALUE 0.
       01 WSRandomCount                PIC 9(05) VALUE 0.
       01 WSRandomTotal                PIC S9(09)V99 VALUE 0.
       01 WSAgreedCount                PIC 9(05) VALUE 0.
       01 WSAgreedTotal                PIC S9(09)V99 VALUE 0.
       01 WSDisputedCount              PIC 9(05) VALUE 0.
       01 WSDisputedTotal              PIC S9(09)V99 VALUE 0.
       01 WSDifferenceTotal            PIC S9(09)V99 VALUE 0.
       01 WSOpenCount                  PIC 9(05) VALUE 0.
       01 WSOpenTotal                  PIC S9(09)V99 VALUE 0.

       *> Dollar-sign/comma edit pictures, same as trialbal.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSMoneyEdit                  PIC +$$$,$$$,$$9.99.
       01 WSMoneyEdit2                 PIC +$$$,$$$,$$9.99.
       01 WSMoneyEdit3                 PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Confirmation period (YYYYMM, 0=latest): "
               WITH NO ADVANCING
           ACCEPT WSPeriod
           OPEN INPUT ConfirmFile
           IF WSConfirmStatus NOT = "00"
               DISPLAY "No confirmations have been mailed."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSLineCount
               GOBACK
           END-IF
           IF WSPeriod = 0
               PERFORM Find-Latest-Period
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT ReportFile
           PERFORM Total-Register
           IF WSMailedCount = 0
               DISPLAY "No confirmations on the register for period "
                   WSPeriod "."
           ELSE
               PERFORM Write-Report-Header
               PERFORM Write-Disputed-Section
               PERFORM Write-Outstanding-Section
               PERFORM Write-Summary-Section
               DISPLAY "Confirmation exceptions for " WSPeriod
                   " written to ConfirmExc.prt - " WSDisputedCount
                   " disputed, " WSOpenCount " unanswered."
           END-IF
           CLOSE ReportFile
           CLOSE CustomerFile
           CLOSE ConfirmFile
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

      *> The register is keyed period first, so the last row read
      *> carries the latest period.

       Find-Latest-Period.
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ ConfirmFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END MOVE CRPeriod TO WSPeriod
               END-READ
           END-PERFORM.

      *> Positions on the period's first row; WSEOF comes back 'Y'
      *> when the period has none.

       Start-Period.
           MOVE 'N' TO WSEOF
           MOVE WSPeriod TO CRPeriod
           MOVE 0 TO CRIDNum
           START ConfirmFile KEY IS NOT LESS THAN CRKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.

       Read-Period-Row.
           READ ConfirmFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
           END-READ
           IF WSEOF NOT = 'Y' AND CRPeriod NOT = WSPeriod
               MOVE 'Y' TO WSEOF
           END-IF.

       Total-Register.
           PERFORM Start-Period
           IF WSEOF NOT = 'Y'
               PERFORM Read-Period-Row
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               MOVE CRSeed TO WSSeed
               MOVE CRThreshold TO WSThreshold
               ADD 1 TO WSMailedCount
               ADD CRBalance TO WSMailedTotal
               IF CROverThreshold
                   ADD 1 TO WSOverCount
                   ADD CRBalance TO WSOverTotal
               ELSE
                   ADD 1 TO WSRandomCount
                   ADD CRBalance TO WSRandomTotal
               END-IF
               EVALUATE TRUE
                   WHEN CRAgreed
                       ADD 1 TO WSAgreedCount
                       ADD CRBalance TO WSAgreedTotal
                   WHEN CRDisputed
                       ADD 1 TO WSDisputedCount
                       ADD CRBalance TO WSDisputedTotal
                       COMPUTE WSDifferenceTotal = WSDifferenceTotal
                           + CRStatedAmount - CRBalance
                   WHEN OTHER
                       ADD 1 TO WSOpenCount
                       ADD CRBalance TO WSOpenTotal
               END-EVALUATE
               PERFORM Read-Period-Row
           END-PERFORM.

       Put-Line.
           WRITE ReportLine
           ADD 1 TO WSLineCount
           MOVE SPACES TO ReportLine.

       Write-Report-Header.
           MOVE SPACES TO ReportLine
           STRING "AR CONFIRMATION EXCEPTIONS - PERIOD "
               DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               "  (prepared " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           PERFORM Put-Line
           MOVE ALL "=" TO ReportLine
           PERFORM Put-Line.

       Write-Disputed-Section.
           MOVE "DISPUTED CONFIRMATIONS" TO ReportLine
           PERFORM Put-Line
           MOVE "  CUST   NAME                            "
               TO ReportLine
           MOVE "     OUR BALANCE  CUSTOMER STATES      DIFFERENCE"
               TO ReportLine(42:50)
           MOVE "  REPLIED" TO ReportLine(92:9)
           PERFORM Put-Line
           MOVE 'D' TO WSWantedStatus
           PERFORM List-Rows-Of-Status
           IF WSSectionCount = 0
               MOVE "  (none)" TO ReportLine
               PERFORM Put-Line
           END-IF
           MOVE SPACES TO ReportLine
           PERFORM Put-Line.

       Write-Outstanding-Section.
           MOVE "CONFIRMATIONS NOT RETURNED" TO ReportLine
           PERFORM Put-Line
           MOVE "  CUST   NAME                            "
               TO ReportLine
           MOVE "     OUR BALANCE  SELECTED  MAILED"
               TO ReportLine(42:34)
           PERFORM Put-Line
           MOVE 'O' TO WSWantedStatus
           PERFORM List-Rows-Of-Status
           IF WSSectionCount = 0
               MOVE "  (none)" TO ReportLine
               PERFORM Put-Line
           END-IF
           MOVE SPACES TO ReportLine
           PERFORM Put-Line.

       List-Rows-Of-Status.
           MOVE 0 TO WSSectionCount
           PERFORM Start-Period
           IF WSEOF NOT = 'Y'
               PERFORM Read-Period-Row
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               IF CRStatus = WSWantedStatus
                   PERFORM List-One-Row
               END-IF
               PERFORM Read-Period-Row
           END-PERFORM.

       List-One-Row.
           MOVE CRIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE SPACES TO CustName
           END-READ
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
           MOVE SPACES TO ReportLine
           MOVE CRIDNum TO ReportLine(3:5)
           MOVE WSFullName TO ReportLine(10:31)
           MOVE CRBalance TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(42:15)
           IF CRDisputed
               COMPUTE WSDifference = CRStatedAmount - CRBalance
               MOVE CRStatedAmount TO WSMoneyEdit2
               MOVE WSMoneyEdit2 TO ReportLine(59:15)
               MOVE WSDifference TO WSMoneyEdit3
               MOVE WSMoneyEdit3 TO ReportLine(76:15)
               MOVE CRReplyDate TO ReportLine(93:8)
           ELSE
               IF CROverThreshold
                   MOVE "OVER" TO ReportLine(59:6)
               ELSE
                   MOVE "RANDOM" TO ReportLine(59:6)
               END-IF
               MOVE CRMailDate TO ReportLine(68:8)
           END-IF
           PERFORM Put-Line
           ADD 1 TO WSSectionCount.

       Write-Summary-Section.
           MOVE "REGISTER SUMMARY" TO ReportLine
           PERFORM Put-Line
           MOVE WSThreshold TO WSBalanceEdit
           MOVE SPACES TO ReportLine
           STRING "  SAMPLE DRAWN WITH SEED " DELIMITED BY SIZE
               WSSeed DELIMITED BY SIZE
               ", EVERY BALANCE OVER " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           PERFORM Put-Line
           MOVE "  MAILED              " TO ReportLine
           MOVE WSMailedCount TO ReportLine(24:5)
           MOVE WSMailedTotal TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(31:15)
           PERFORM Put-Line
           MOVE "    OVER THRESHOLD    " TO ReportLine
           MOVE WSOverCount TO ReportLine(24:5)
           MOVE WSOverTotal TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(31:15)
           PERFORM Put-Line
           MOVE "    RANDOM DRAW       " TO ReportLine
           MOVE WSRandomCount TO ReportLine(24:5)
           MOVE WSRandomTotal TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(31:15)
           PERFORM Put-Line
           MOVE "  AGREED              " TO ReportLine
           MOVE WSAgreedCount TO ReportLine(24:5)
           MOVE WSAgreedTotal TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(31:15)
           PERFORM Put-Line
           MOVE "  DISPUTED            " TO ReportLine
           MOVE WSDisputedCount TO ReportLine(24:5)
           MOVE WSDisputedTotal TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(31:15)
           MOVE WSDifferenceTotal TO WSMoneyEdit2
           MOVE "NET DIFFERENCE" TO ReportLine(49:14)
           MOVE WSMoneyEdit2 TO ReportLine(64:15)
           PERFORM Put-Line
           MOVE "  NOT RETURNED        " TO ReportLine
           MOVE WSOpenCount TO ReportLine(24:5)
           MOVE WSOpenTotal TO WSMoneyEdit
           MOVE WSMoneyEdit TO ReportLine(31:15)
           PERFORM Put-Line.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSConfirmStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSLineCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
