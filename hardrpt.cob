       IDENTIFICATION DIVISION.
       PROGRAM-ID. hardrpt.
      *> Monthly hardship-program report - lists every account
      *> enrolled in a hardship program (Hardship.dat, kept by
      *> hardmaint.cob) that ran during the period: reason, dates,
      *> the reduced rate, whether fees were suppressed, who
      *> approved it, and what the relief cost - the interest and
      *> fees foregone that period, totalled from the
      *> HardshipRelief.dat rows HARDLOG writes for custinterest.cob
      *> and recurgen.cob.  Programs still awaiting approval are
      *> listed separately, since they are giving no relief yet.
      *> The period is the open accounting period (PERIODCK), or
      *> the HARDSHIP-PERIOD run parameter (YYYYMM) when set, so
      *> last month can be re-run after the close - same rule as
      *> promorpt.cob.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HardshipFile ASSIGN TO "Hardship.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HSIDNum
               FILE STATUS IS WSHardStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ReliefFile ASSIGN TO "HardshipRelief.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReliefStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout hardmaint.cob writes.
       FD HardshipFile.
       01 HardshipRecord.
           02 HSIDNum                 PIC 9(05).
           02 HSReason                 PIC X(20).
           02 HSStartDate              PIC 9(08).
           02 HSEndDate                PIC 9(08).
           02 HSRate                   PIC 9V999.
           02 HSFeeSuppress            PIC X(01).
               88 HSFeesSuppressed     VALUE 'Y'.
           02 HSRequestOp              PIC X(08).
           02 HSApproveOp              PIC X(08).
           02 HSStatus                 PIC X(01).
               88 HSPending            VALUE 'P'.
               88 HSApproved           VALUE 'A'.
               88 HSCancelled          VALUE 'C'.
           02 HSClosedDate             PIC 9(08).

       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout HARDLOG writes.
       FD ReliefFile.
       01 ReliefRecord.
           02 HRIDNum                 PIC 9(05).
           02 HRDate                   PIC 9(08).
           02 HRKind                   PIC X(01).
               88 HRInterest           VALUE 'I'.
               88 HRFee                VALUE 'F' 'S'.
           02 HRAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 HRProgram                PIC X(10).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSHardEOF                    PIC X(01) VALUE 'N'.
       01 WSReliefEOF                  PIC X(01).
       01 WSHardStatus                 PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSReliefStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "HARDRPT".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSPendingCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSReportPeriod               PIC 9(06).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSRanFlag                   PIC X(01).
           88 WSRanInPeriod            VALUE 'Y'.
       01 WSLastDay                    PIC 9(08).
       01 WSFullName                   PIC X(31).
       01 WSStatusText                 PIC X(09).
       01 WSRateEdit                   PIC 9.999.
       01 WSAcctInterest               PIC S9(07)V99.
       01 WSAcctFees                   PIC S9(07)V99.
       01 WSTotalInterest              PIC S9(09)V99 VALUE 0.
       01 WSTotalFees                  PIC S9(09)V99 VALUE 0.
       01 WSTotalRelief                PIC S9(09)V99.

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           MOVE WSOpenPeriod TO WSReportPeriod
           MOVE "HARDSHIP-PERIOD" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:6) NUMERIC
               MOVE WSParamValue(1:6) TO WSReportPeriod
           END-IF
           DISPLAY "HARDSHIP PROGRAM REPORT - PERIOD " WSReportPeriod
           DISPLAY "--------------------------------"
           OPEN INPUT HardshipFile
           IF WSHardStatus NOT = "00"
               DISPLAY "  (no hardship programs on file)"
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSHardEOF = 'Y'
               READ HardshipFile
                   AT END MOVE 'Y' TO WSHardEOF
                   NOT AT END PERFORM Report-One-Program
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE HardshipFile
           DISPLAY "--------------------------------"
           DISPLAY "ACCOUNTS ENROLLED:      " WSLineCount
           DISPLAY "AWAITING APPROVAL:      " WSPendingCount
           MOVE WSTotalInterest TO WSMoneyEdit
           DISPLAY "INTEREST FOREGONE:      " WSMoneyEdit
           MOVE WSTotalFees TO WSMoneyEdit
           DISPLAY "FEES FOREGONE:          " WSMoneyEdit
           COMPUTE WSTotalRelief = WSTotalInterest + WSTotalFees
           MOVE WSTotalRelief TO WSMoneyEdit
           DISPLAY "TOTAL RELIEF GIVEN:     " WSMoneyEdit
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

      *> A program ran in the period when it started by the period's
      *> end and had not ended - or been cancelled - before the
      *> period began.

       Report-One-Program.
           MOVE 'N' TO WSRanFlag
           STRING WSReportPeriod DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO WSLastDay
           END-STRING
           IF HSStartDate <= WSLastDay
                   AND HSEndDate(1:6) >= WSReportPeriod
               SET WSRanInPeriod TO TRUE
           END-IF
           IF HSCancelled AND HSClosedDate(1:6) < WSReportPeriod
               MOVE 'N' TO WSRanFlag
           END-IF
           EVALUATE TRUE
               WHEN HSPending
                   PERFORM Print-Pending-Program
               WHEN WSRanInPeriod
                   PERFORM Print-Enrolled-Program
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Print-Enrolled-Program.
           ADD 1 TO WSLineCount
           PERFORM Look-Up-Name
           PERFORM Total-Account-Relief
           IF HSCancelled
               MOVE "CANCELLED" TO WSStatusText
           ELSE
               IF HSEndDate < WSToday
                   MOVE "EXPIRED" TO WSStatusText
               ELSE
                   MOVE "ACTIVE" TO WSStatusText
               END-IF
           END-IF
           MOVE HSRate TO WSRateEdit
           DISPLAY HSIDNum " " WSFullName " " WSStatusText
           DISPLAY "      " HSReason " " HSStartDate "-" HSEndDate
               " RATE " WSRateEdit " FEES OFF " HSFeeSuppress
               " APPROVED " HSApproveOp
           MOVE WSAcctInterest TO WSMoneyEdit
           DISPLAY "      INTEREST FOREGONE " WSMoneyEdit
           MOVE WSAcctFees TO WSMoneyEdit
           DISPLAY "      FEES FOREGONE     " WSMoneyEdit
           ADD WSAcctInterest TO WSTotalInterest
           ADD WSAcctFees TO WSTotalFees.

       Print-Pending-Program.
           ADD 1 TO WSPendingCount
           PERFORM Look-Up-Name
           DISPLAY HSIDNum " " WSFullName " AWAITING APPROVAL"
               " (keyed by " HSRequestOp ")".

       Look-Up-Name.
           MOVE HSIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "(not on Customer.dat)" TO WSFullName
               NOT INVALID KEY
                   CALL 'NAMEFMT' USING FirstName, LastName,
                       WSFullName
           END-READ.

       Total-Account-Relief.
           MOVE 0 TO WSAcctInterest
           MOVE 0 TO WSAcctFees
           MOVE 'N' TO WSReliefEOF
           OPEN INPUT ReliefFile
           IF WSReliefStatus = "00"
               PERFORM UNTIL WSReliefEOF = 'Y'
                   READ ReliefFile
                       AT END MOVE 'Y' TO WSReliefEOF
                       NOT AT END PERFORM Count-One-Relief
                   END-READ
               END-PERFORM
               CLOSE ReliefFile
           END-IF.

       Count-One-Relief.
           IF HRIDNum = HSIDNum AND HRDate(1:6) = WSReportPeriod
               IF HRInterest
                   ADD HRAmount TO WSAcctInterest
               END-IF
               IF HRFee
                   ADD HRAmount TO WSAcctFees
               END-IF
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSLineCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
