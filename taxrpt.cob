       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxrpt.
      *> Monthly sales-tax liability report - totals the period's
      *> TaxDetail.dat rows (written by TAXLOG for every charge
      *> recurgen.cob billed) by jurisdiction: gross sales, exempt
      *> sales under certificate, non-taxable services, taxable
      *> sales and tax billed - the figures the return is filed
      *> from.  Charges whose address no TaxJuris.dat range covers
      *> are totalled on their own line so the table can be fixed
      *> before filing.  The tax total is proved against the TX
      *> rows on CustLedger.dat for the same period, so the report
      *> and the tax-payable account gljournal.cob books agree.
      *> The period is the open accounting period (PERIODCK), or
      *> the TAX-PERIOD run parameter (YYYYMM) when set, so last
      *> month can be re-run after the close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxDetailFile ASSIGN TO "TaxDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.
           SELECT JurisFile ASSIGN TO "TaxJuris.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJurisStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TaxDetailFile.
       01 TaxDetailRecord.
           02 TDIDNum                 PIC 9(05).
           02 TDDate                   PIC 9(08).
           02 TDJuris                  PIC X(06).
           02 TDSvcCode                PIC X(04).
           02 TDStatus                 PIC X(01).
               88 TDTaxed              VALUE 'T'.
               88 TDExempt             VALUE 'E'.
               88 TDNonTaxable         VALUE 'N'.
               88 TDNoJurisdiction     VALUE 'U'.
           02 TDSaleAmount             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 TDTaxAmount              PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 TDCertNo                 PIC X(15).
           02 TDProgram                PIC X(10).

       FD JurisFile.
       01 JurisRecord.
           02 TJState                 PIC X(02).
           02 TJZipLow                 PIC 9(05).
           02 TJZipHigh                PIC 9(05).
           02 TJCode                   PIC X(06).
           02 TJName                   PIC X(20).
           02 TJRate                   PIC 9V9999.

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSDetailStatus               PIC X(02).
       01 WSJurisStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "TAXRPT".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
       01 WSOpenPeriod                 PIC 9(06).
       01 WSReportPeriod               PIC 9(06).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSJurisSub                   PIC 9(03).
       01 WSJurisCount                 PIC 9(03) VALUE 0.
       01 WSLookupCode                 PIC X(06).
       01 WSLookupName                 PIC X(20).
       01 WSLedgerTax                  PIC S9(09)V99 VALUE 0.
       01 WSDifference                 PIC S9(09)V99.

      *> One accumulator row per jurisdiction met in the period;
      *> the unmatched charges collect under a blank code.
       01 WSJurisTable.
           02 WSJurisEntry OCCURS 200 TIMES.
               03 WSJCode             PIC X(06).
               03 WSJGross             PIC S9(09)V99.
               03 WSJExempt            PIC S9(09)V99.
               03 WSJNonTaxable        PIC S9(09)V99.
               03 WSJTaxable           PIC S9(09)V99.
               03 WSJTax               PIC S9(09)V99.
       01 WSGrandTotals.
           02 WSGTGross                PIC S9(09)V99 VALUE 0.
           02 WSGTExempt               PIC S9(09)V99 VALUE 0.
           02 WSGTNonTaxable           PIC S9(09)V99 VALUE 0.
           02 WSGTTaxable              PIC S9(09)V99 VALUE 0.
           02 WSGTTax                  PIC S9(09)V99 VALUE 0.

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.
       01 WSGrossEdit                 PIC +$$$,$$$,$$9.99.
       01 WSTaxEdit                   PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSToday, WSPeriodFlag, WSOpenPeriod
           MOVE WSOpenPeriod TO WSReportPeriod
           MOVE "TAX-PERIOD" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:6) NUMERIC
               MOVE WSParamValue(1:6) TO WSReportPeriod
           END-IF
           PERFORM Total-Tax-Detail
           PERFORM Total-Ledger-Tax
           PERFORM Print-Report
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

       Total-Tax-Detail.
           OPEN INPUT TaxDetailFile
           IF WSDetailStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ TaxDetailFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF TDDate(1:6) = WSReportPeriod
                               PERFORM Accumulate-One-Detail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TaxDetailFile
           END-IF.

       Accumulate-One-Detail.
           ADD 1 TO WSLineCount
           IF TDNoJurisdiction
               MOVE SPACES TO TDJuris
           END-IF
           PERFORM VARYING WSJurisSub FROM 1 BY 1
                   UNTIL WSJurisSub > WSJurisCount
                   OR WSJCode(WSJurisSub) = TDJuris
               CONTINUE
           END-PERFORM
           IF WSJurisSub > WSJurisCount
               IF WSJurisCount >= 200
                   DISPLAY "Jurisdiction table full - " TDJuris
                       " not reported; widen WSJurisTable."
                   MOVE 16 TO RETURN-CODE
                   MOVE 0 TO WSJurisSub
               ELSE
                   ADD 1 TO WSJurisCount
                   MOVE WSJurisCount TO WSJurisSub
                   MOVE TDJuris TO WSJCode(WSJurisSub)
                   MOVE 0 TO WSJGross(WSJurisSub)
                   MOVE 0 TO WSJExempt(WSJurisSub)
                   MOVE 0 TO WSJNonTaxable(WSJurisSub)
                   MOVE 0 TO WSJTaxable(WSJurisSub)
                   MOVE 0 TO WSJTax(WSJurisSub)
               END-IF
           END-IF
           IF WSJurisSub > 0
               ADD TDSaleAmount TO WSJGross(WSJurisSub)
               EVALUATE TRUE
                   WHEN TDExempt
                       ADD TDSaleAmount TO WSJExempt(WSJurisSub)
                   WHEN TDNonTaxable
                       ADD TDSaleAmount TO WSJNonTaxable(WSJurisSub)
                   WHEN TDTaxed
                       ADD TDSaleAmount TO WSJTaxable(WSJurisSub)
                       ADD TDTaxAmount TO WSJTax(WSJurisSub)
               END-EVALUATE
           END-IF.

       Total-Ledger-Tax.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM Read-Ledger
               PERFORM UNTIL WSLedgerEOF
                   IF LedgIsSalesTax
                           AND LedgPostDate(1:6) = WSReportPeriod
                       ADD LedgAmount TO WSLedgerTax
                   END-IF
                   PERFORM Read-Ledger
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

       Print-Report.
           DISPLAY "SALES TAX LIABILITY BY JURISDICTION - PERIOD "
               WSReportPeriod
           DISPLAY "--------------------------------"
           IF WSJurisCount = 0
               DISPLAY "  (no billed charges this period)"
           END-IF
           PERFORM Print-One-Jurisdiction
               VARYING WSJurisSub FROM 1 BY 1
               UNTIL WSJurisSub > WSJurisCount
           DISPLAY "--------------------------------"
           MOVE WSGTGross TO WSMoneyEdit
           DISPLAY "TOTAL GROSS SALES:      " WSMoneyEdit
           MOVE WSGTExempt TO WSMoneyEdit
           DISPLAY "  Exempt (certificate): " WSMoneyEdit
           MOVE WSGTNonTaxable TO WSMoneyEdit
           DISPLAY "  Non-taxable services: " WSMoneyEdit
           MOVE WSGTTaxable TO WSMoneyEdit
           DISPLAY "  Taxable sales:        " WSMoneyEdit
           MOVE WSGTTax TO WSMoneyEdit
           DISPLAY "TOTAL TAX BILLED:       " WSMoneyEdit
           MOVE WSLedgerTax TO WSMoneyEdit
           DISPLAY "TX rows on the ledger:  " WSMoneyEdit
           IF WSLedgerTax = WSGTTax
               DISPLAY "Tax detail agrees with the ledger."
           ELSE
               COMPUTE WSDifference = WSLedgerTax - WSGTTax
               MOVE WSDifference TO WSMoneyEdit
               DISPLAY "TAX DETAIL DOES NOT AGREE WITH THE LEDGER - "
                   "difference " WSMoneyEdit
               MOVE 8 TO RETURN-CODE
           END-IF.

       Print-One-Jurisdiction.
           IF WSJCode(WSJurisSub) = SPACES
               MOVE "*NO JURISDICTION*" TO WSLookupName
           ELSE
               MOVE WSJCode(WSJurisSub) TO WSLookupCode
               PERFORM Look-Up-Jurisdiction-Name
           END-IF
           MOVE WSJGross(WSJurisSub) TO WSGrossEdit
           MOVE WSJTax(WSJurisSub) TO WSTaxEdit
           DISPLAY WSJCode(WSJurisSub) " " WSLookupName
               " GROSS " WSGrossEdit " TAX " WSTaxEdit
           MOVE WSJExempt(WSJurisSub) TO WSMoneyEdit
           DISPLAY "        exempt " WSMoneyEdit
           MOVE WSJNonTaxable(WSJurisSub) TO WSMoneyEdit
           DISPLAY "        non-taxable " WSMoneyEdit
           MOVE WSJTaxable(WSJurisSub) TO WSMoneyEdit
           DISPLAY "        taxable " WSMoneyEdit
           ADD WSJGross(WSJurisSub) TO WSGTGross
           ADD WSJExempt(WSJurisSub) TO WSGTExempt
           ADD WSJNonTaxable(WSJurisSub) TO WSGTNonTaxable
           ADD WSJTaxable(WSJurisSub) TO WSGTTaxable
           ADD WSJTax(WSJurisSub) TO WSGTTax.

       Look-Up-Jurisdiction-Name.
           MOVE "(not on TaxJuris.dat)" TO WSLookupName
           OPEN INPUT JurisFile
           IF WSJurisStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ JurisFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF TJCode = WSLookupCode
                               MOVE TJName TO WSLookupName
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JurisFile
           END-IF.
