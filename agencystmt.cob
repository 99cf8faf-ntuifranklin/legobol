       IDENTIFICATION DIVISION.
       PROGRAM-ID. agencystmt.
      *> Monthly collection-agency statement - totals the period's
      *> AgencyComm.dat rows (one per collection agencyremit.cob
      *> posted) by agency: collections, gross collected, and the
      *> commission the agency actually kept, set against what its
      *> contract rate on Agency.dat says it should have kept.  Any
      *> collection whose commission is off the contract rate is
      *> listed under its agency so the overcharge can be claimed
      *> back, and the warning return code goes up.  The period is
      *> the open accounting period (PERIODCK), or the AGENCY-PERIOD
      *> run parameter (YYYYMM) when set, so last month can be
      *> re-run after the close - the promorpt.cob arrangement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CommissionFile ASSIGN TO "AgencyComm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCommissionStatus.
           SELECT AgencyFile ASSIGN TO "Agency.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAgencyStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout agencyremit.cob writes.
       FD CommissionFile.
       01 CommissionRecord.
           02 ACDate                  PIC 9(08).
           02 ACAgency                 PIC X(04).
           02 ACIDNum                  PIC 9(05).
           02 ACGross                  PIC 9(07)V99.
           02 ACCommission             PIC 9(07)V99.

      *> Same layout agencyremit.cob reads.
       FD AgencyFile.
       01 AgencyRecord.
           02 AGCode                  PIC X(04).
           02 AGName                   PIC X(20).
           02 AGRate                   PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSCommissionStatus           PIC X(02).
       01 WSAgencyStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "AGENCYSTMT".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSReportPeriod               PIC 9(06).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSAgencySub                  PIC 9(02).
       01 WSAgencyCount                PIC 9(02) VALUE 0.
       01 WSExpected                   PIC 9(07)V99.
       01 WSDifference                 PIC S9(09)V99.
       01 WSExceptionCount             PIC 9(05) VALUE 0.
       01 WSUnknownCount               PIC 9(05) VALUE 0.
       01 WSUnknownCommission          PIC 9(09)V99 VALUE 0.

      *> One row per agency on Agency.dat, accumulated over the
      *> period.
       01 WSAgencyTable.
           02 WSAgencyEntry OCCURS 50 TIMES.
               03 WSAgCode             PIC X(04).
               03 WSAgName             PIC X(20).
               03 WSAgRate             PIC 9(02)V99.
               03 WSAgCount            PIC 9(07).
               03 WSAgGross            PIC 9(09)V99.
               03 WSAgCharged          PIC 9(09)V99.
               03 WSAgContract         PIC 9(09)V99.
       01 WSGrandTotals.
           02 WSGTGross                PIC 9(09)V99 VALUE 0.
           02 WSGTCharged              PIC 9(09)V99 VALUE 0.
           02 WSGTContract             PIC 9(09)V99 VALUE 0.

       *> Dollar-sign/comma edit pictures, same as trialbal.cob -
       *> the signed form shows which way a difference runs.
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSMoneyEdit                  PIC +$$$,$$$,$$9.99.
       01 WSRateEdit                   PIC Z9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           MOVE WSOpenPeriod TO WSReportPeriod
           MOVE "AGENCY-PERIOD" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:6) NUMERIC
               MOVE WSParamValue(1:6) TO WSReportPeriod
           END-IF
           PERFORM Load-Agency-Table
           DISPLAY "COLLECTION-AGENCY STATEMENT - PERIOD "
               WSReportPeriod
           DISPLAY "-------------------------------------------"
           DISPLAY "Commission off the contract rate:"
           PERFORM Total-Commission-Detail
           IF WSExceptionCount = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM Print-Agency-Summary
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

       Load-Agency-Table.
           OPEN INPUT AgencyFile
           IF WSAgencyStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ AgencyFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WSAgencyCount < 50
                               PERFORM Add-Agency-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgencyFile
           END-IF.

       Add-Agency-Entry.
           ADD 1 TO WSAgencyCount
           MOVE AGCode TO WSAgCode(WSAgencyCount)
           MOVE AGName TO WSAgName(WSAgencyCount)
           MOVE AGRate TO WSAgRate(WSAgencyCount)
           MOVE 0 TO WSAgCount(WSAgencyCount)
           MOVE 0 TO WSAgGross(WSAgencyCount)
           MOVE 0 TO WSAgCharged(WSAgencyCount)
           MOVE 0 TO WSAgContract(WSAgencyCount).

       Total-Commission-Detail.
           MOVE 'N' TO WSEOF
           OPEN INPUT CommissionFile
           IF WSCommissionStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ CommissionFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF ACDate(1:6) = WSReportPeriod
                               PERFORM Accumulate-One-Collection
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CommissionFile
           END-IF.

      *> The contract commission is worked line by line, rounded to
      *> the cent, the way the agency's own remittance is.

       Accumulate-One-Collection.
           ADD 1 TO WSLineCount
           PERFORM VARYING WSAgencySub FROM 1 BY 1
                   UNTIL WSAgencySub > WSAgencyCount
                   OR WSAgCode(WSAgencySub) = ACAgency
               CONTINUE
           END-PERFORM
           IF WSAgencySub > WSAgencyCount
               ADD 1 TO WSUnknownCount
               ADD ACCommission TO WSUnknownCommission
           ELSE
               COMPUTE WSExpected ROUNDED =
                   ACGross * WSAgRate(WSAgencySub) / 100
               ADD 1 TO WSAgCount(WSAgencySub)
               ADD ACGross TO WSAgGross(WSAgencySub)
               ADD ACCommission TO WSAgCharged(WSAgencySub)
               ADD WSExpected TO WSAgContract(WSAgencySub)
               IF ACCommission NOT = WSExpected
                   PERFORM List-Rate-Exception
               END-IF
           END-IF.

       List-Rate-Exception.
           ADD 1 TO WSExceptionCount
           COMPUTE WSDifference = ACCommission - WSExpected
           MOVE ACGross TO WSBalanceEdit
           DISPLAY "  " ACAgency " " ACDate " " ACIDNum " gross "
               WSBalanceEdit WITH NO ADVANCING
           MOVE WSDifference TO WSMoneyEdit
           DISPLAY "  over contract " WSMoneyEdit.

       Print-Agency-Summary.
           DISPLAY " "
           DISPLAY "AGENCY                     COLLECTIONS"
           PERFORM Print-One-Agency
               VARYING WSAgencySub FROM 1 BY 1
               UNTIL WSAgencySub > WSAgencyCount
           IF WSUnknownCount > 0
               MOVE WSUnknownCommission TO WSBalanceEdit
               DISPLAY "NOT ON Agency.dat          " WSUnknownCount
                   " commission " WSBalanceEdit
           END-IF
           DISPLAY "-------------------------------------------"
           MOVE WSGTGross TO WSBalanceEdit
           DISPLAY "TOTAL GROSS COLLECTED:       " WSBalanceEdit
           MOVE WSGTCharged TO WSBalanceEdit
           DISPLAY "TOTAL COMMISSION CHARGED:    " WSBalanceEdit
           MOVE WSGTContract TO WSBalanceEdit
           DISPLAY "TOTAL AT CONTRACT RATES:     " WSBalanceEdit
           IF WSExceptionCount > 0 OR WSUnknownCount > 0
               DISPLAY "COMMISSION DOES NOT AGREE WITH THE CONTRACT "
                   "RATES - claim the difference back."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Every agency charged its contract rate."
           END-IF.

       Print-One-Agency.
           ADD WSAgGross(WSAgencySub) TO WSGTGross
           ADD WSAgCharged(WSAgencySub) TO WSGTCharged
           ADD WSAgContract(WSAgencySub) TO WSGTContract
           MOVE WSAgRate(WSAgencySub) TO WSRateEdit
           DISPLAY WSAgCode(WSAgencySub) " " WSAgName(WSAgencySub)
               "  " WSAgCount(WSAgencySub) "  rate " WSRateEdit "%"
           MOVE WSAgGross(WSAgencySub) TO WSBalanceEdit
           DISPLAY "     gross collected      " WSBalanceEdit
           MOVE WSAgCharged(WSAgencySub) TO WSBalanceEdit
           DISPLAY "     commission charged   " WSBalanceEdit
           MOVE WSAgContract(WSAgencySub) TO WSBalanceEdit
           DISPLAY "     at contract rate     " WSBalanceEdit
           COMPUTE WSDifference = WSAgCharged(WSAgencySub)
               - WSAgContract(WSAgencySub)
           MOVE WSDifference TO WSMoneyEdit
           DISPLAY "     difference         " WSMoneyEdit.
