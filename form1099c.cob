       IDENTIFICATION DIVISION.
       PROGRAM-ID. form1099c.
      *> Year-end 1099-C cancellation of debt - cancelling $600 or
      *> more of a customer's debt in a calendar year carries an IRS
      *> filing obligation, and the accounts used to be picked out
      *> of the "WO" rows on CustLedger.dat by hand.  This job
      *> sorts the tax year's write-off ("WO", writeoff.cob),
      *> settlement write-off ("SW") and recovery ("RC",
      *> recovery.cob) rows by IDNum and nets each customer's
      *> cancelled principal against what was recovered in the same
      *> year.  Anyone at or over the 1099C-THRESHOLD parameter
      *> with a tax ID on CustTIN.dat (tinmaint.cob) goes on the
      *> Form1099C.dat filing extract and gets a recipient copy on
      *> Form1099C.prt, addressed to the ADDRGET mailing address in
      *> annualstmt.cob's window-envelope page shape; anyone without
      *> a tax ID goes on TINSolicit.prt instead, so the tax ID can
      *> be asked for before the filing deadline.  Identifiable
      *> event code is G (collection discontinued) for a write-off
      *> and F (by agreement) for a settlement, taken from the
      *> latest cancellation in the year.  All three outputs are
      *> rebuilt from scratch, so a rerun after a tax ID is keyed
      *> replaces the earlier run.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT TINFile ASSIGN TO "CustTIN.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TIIDNum
               FILE STATUS IS WSTINStatus.
           SELECT SortWorkFile ASSIGN TO "Form1099CWork.dat".
           SELECT ExtractFile ASSIGN TO "Form1099C.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CopyFile ASSIGN TO "Form1099C.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SolicitFile ASSIGN TO "TINSolicit.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD LedgerFile.
           COPY CUSTLEDG.

      *> Same layout tinmaint.cob maintains.
       FD TINFile.
       01 TINRecord.
           02 TIIDNum                 PIC 9(05).
           02 TIType                   PIC X(01).
               88 TIIsSSN              VALUE 'S'.
               88 TIIsEIN              VALUE 'E'.
           02 TINumber                 PIC 9(09).
           02 TIEntered                PIC 9(08).
           02 TIOperator               PIC X(08).

       SD SortWorkFile.
       01 SortRecord.
           02 SortIDNum               PIC 9(05).
           02 SortPostDate             PIC 9(08).
           02 SortTransCode            PIC X(02).
               88 SortIsWriteOff       VALUE "WO".
               88 SortIsSettlementWO   VALUE "SW".
               88 SortIsRecovery       VALUE "RC".
           02 SortAmount               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      *> Filing extract - "A" header with the payer and tax year,
      *> one "B" row per recipient, "C" trailer with the count and
      *> the box 2 total.
       FD ExtractFile.
       01 ExtractRecord.
           02 XB-RecType              PIC X(01).
           02 XB-IDNum                 PIC 9(05).
           02 XB-TINType               PIC X(01).
           02 XB-TIN                   PIC 9(09).
           02 XB-EventDate             PIC 9(08).
           02 XB-EventCode             PIC X(01).
           02 XB-Amount                PIC 9(07)V99.
           02 XB-Name                  PIC X(31).
           02 XB-Street                PIC X(25).
           02 XB-City                  PIC X(15).
           02 XB-State                 PIC X(02).
           02 XB-Zip                   PIC X(09).
       01 ExtractHeader REDEFINES ExtractRecord.
           02 XA-RecType              PIC X(01).
           02 XA-TaxYear               PIC 9(04).
           02 XA-PayerTIN              PIC 9(09).
           02 XA-RunDate               PIC 9(08).
           02 FILLER                  PIC X(94).
       01 ExtractTrailer REDEFINES ExtractRecord.
           02 XC-RecType              PIC X(01).
           02 XC-Count                 PIC 9(07).
           02 XC-Total                 PIC 9(09)V99.
           02 FILLER                  PIC X(97).

       FD CopyFile.
       01 CopyLine                    PIC X(80).

       FD SolicitFile.
       01 SolicitLine                 PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSTINStatus                  PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "FORM1099C".
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSSortEOFFlag               PIC X(01) VALUE 'N'.
           88 WSSortEOF                VALUE 'Y'.
       01 WSTINOpenFlag               PIC X(01) VALUE 'N'.
           88 WSTINOpen                VALUE 'Y'.
       01 WSFoundFlag                 PIC X(01).
           88 WSFound                  VALUE 'Y'.
       01 WSTINFoundFlag              PIC X(01).
           88 WSTINFound               VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSTodayParts REDEFINES WSToday.
           02 WSTodayYYYY              PIC 9(04).
           02 FILLER                  PIC 9(04).
       01 WSTaxYear                    PIC 9(04).
       01 WSPayerTIN                   PIC 9(09) VALUE 0.
       01 WSThreshold                  PIC 9(07)V99 VALUE 600.00.
       01 WSCurrentIDNum               PIC 9(05).
       01 WSCancelled                  PIC S9(09)V99.
       01 WSRecovered                  PIC S9(09)V99.
       01 WSNetCancelled               PIC S9(09)V99.
       01 WSEventDate                  PIC 9(08).
       01 WSEventCode                  PIC X(01).
       01 WSFullName                   PIC X(31).
       01 WSMaskedTIN                  PIC X(11).
       01 WSAddrType                   PIC X(01) VALUE 'M'.
       01 WSOverrideFlag              PIC X(01).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSReleasedCount              PIC 9(07) VALUE 0.
       01 WSCustomerCount              PIC 9(07) VALUE 0.
       01 WSBelowCount                 PIC 9(07) VALUE 0.
       01 WSFiledCount                 PIC 9(07) VALUE 0.
       01 WSFiledTotal                 PIC 9(09)V99 VALUE 0.
       01 WSSolicitCount               PIC 9(07) VALUE 0.
       01 WSSolicitTotal               PIC 9(09)V99 VALUE 0.

       *> Dollar-sign/comma edit pictures, same as statement.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSTotalEdit                  PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSFiledCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Tax year (YYYY, 0 = last calendar year): "
               WITH NO ADVANCING
           MOVE 0 TO WSTaxYear
           ACCEPT WSTaxYear
           IF WSTaxYear = 0
               COMPUTE WSTaxYear = WSTodayYYYY - 1
           END-IF
      *> Reporting threshold comes from RunParams.dat
      *> (1099C-THRESHOLD, 9(7)V99); 600.00 is the documented
      *> default.
           MOVE "1099C-THRESHOLD" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:9) NUMERIC
               MOVE WSParamValue(1:9) TO WSThreshold
           END-IF
      *> Our own federal EIN for the "A" header (PAYER-TIN,
      *> 9(9)); there is no sensible default, so a missing one is
      *> called out on the console and the header carries zeros.
           MOVE "PAYER-TIN" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:9) NUMERIC
               MOVE WSParamValue(1:9) TO WSPayerTIN
           ELSE
               DISPLAY "WARNING - PAYER-TIN parameter not set; "
                   "extract header carries zeros."
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT TINFile
           IF WSTINStatus = "00"
               SET WSTINOpen TO TRUE
           END-IF
           OPEN OUTPUT ExtractFile
           OPEN OUTPUT CopyFile
           OPEN OUTPUT SolicitFile
           PERFORM Write-Extract-Header
           PERFORM Write-Solicit-Heading
           SORT SortWorkFile
               ON ASCENDING KEY SortIDNum
               ON ASCENDING KEY SortPostDate
               INPUT PROCEDURE IS Select-Year-Rows
               OUTPUT PROCEDURE IS Total-By-Customer
           PERFORM Write-Extract-Trailer
           CLOSE SolicitFile
           CLOSE CopyFile
           CLOSE ExtractFile
           IF WSTINOpen
               CLOSE TINFile
           END-IF
           CLOSE CustomerFile
           MOVE WSThreshold TO WSBalanceEdit
           DISPLAY "1099-C RUN FOR TAX YEAR " WSTaxYear
               " - threshold " WSBalanceEdit
           DISPLAY "Cancellation/recovery rows for the year: "
               WSReleasedCount
           DISPLAY "Customers with cancelled debt: " WSCustomerCount
           DISPLAY "  under the threshold (not reportable): "
               WSBelowCount
           MOVE WSFiledTotal TO WSTotalEdit
           DISPLAY "  on the filing extract: " WSFiledCount
               "  box 2 total " WSTotalEdit
           MOVE WSSolicitTotal TO WSTotalEdit
           DISPLAY "  missing a tax ID (solicitation list): "
               WSSolicitCount "  amount " WSTotalEdit
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSFiledCount
           GOBACK.

       Write-Extract-Header.
           MOVE SPACES TO ExtractRecord
           MOVE "A" TO XA-RecType
           MOVE WSTaxYear TO XA-TaxYear
           MOVE WSPayerTIN TO XA-PayerTIN
           MOVE WSToday TO XA-RunDate
           WRITE ExtractRecord.

       Write-Extract-Trailer.
           MOVE SPACES TO ExtractRecord
           MOVE "C" TO XC-RecType
           MOVE WSFiledCount TO XC-Count
           MOVE WSFiledTotal TO XC-Total
           WRITE ExtractRecord.

       Write-Solicit-Heading.
           MOVE SPACES TO SolicitLine
           STRING "TAX ID SOLICITATION - 1099-C TAX YEAR "
               DELIMITED BY SIZE
               WSTaxYear DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               INTO SolicitLine
           END-STRING
           WRITE SolicitLine
           MOVE SPACES TO SolicitLine
           STRING "ID     NAME                           "
               DELIMITED BY SIZE
               "   CANCELLED  MAILING ADDRESS" DELIMITED BY SIZE
               INTO SolicitLine
           END-STRING
           WRITE SolicitLine
           MOVE ALL "-" TO SolicitLine
           WRITE SolicitLine.

      *> Only the tax year's cancellations and recoveries go to
      *> the sort - every other ledger row is irrelevant here.

       Select-Year-Rows.
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END PERFORM Release-One-Row
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Release-One-Row.
           IF LedgPostDate(1:4) = WSTaxYear
                   AND (LedgIsWriteOff OR LedgIsSettlementWO
                       OR LedgIsRecovery)
               MOVE LedgIDNum TO SortIDNum
               MOVE LedgPostDate TO SortPostDate
               MOVE LedgTransCode TO SortTransCode
               MOVE LedgAmount TO SortAmount
               RELEASE SortRecord
               ADD 1 TO WSReleasedCount
           END-IF.

      *> Control break on IDNum - write-off rows are negative on
      *> the ledger, recoveries positive, so the cancelled
      *> principal is the write-offs turned positive less the
      *> recoveries.

       Total-By-Customer.
           PERFORM Return-Sorted-Row
           PERFORM UNTIL WSSortEOF
               MOVE SortIDNum TO WSCurrentIDNum
               MOVE 0 TO WSCancelled
               MOVE 0 TO WSRecovered
               MOVE 0 TO WSEventDate
               MOVE SPACE TO WSEventCode
               PERFORM UNTIL WSSortEOF
                       OR SortIDNum NOT = WSCurrentIDNum
                   PERFORM Accumulate-One-Row
                   PERFORM Return-Sorted-Row
               END-PERFORM
               PERFORM Finish-One-Customer
           END-PERFORM.

       Return-Sorted-Row.
           RETURN SortWorkFile
               AT END SET WSSortEOF TO TRUE
           END-RETURN.

       Accumulate-One-Row.
           EVALUATE TRUE
               WHEN SortIsWriteOff
                   SUBTRACT SortAmount FROM WSCancelled
                   MOVE SortPostDate TO WSEventDate
                   MOVE "G" TO WSEventCode
               WHEN SortIsSettlementWO
                   SUBTRACT SortAmount FROM WSCancelled
                   MOVE SortPostDate TO WSEventDate
                   MOVE "F" TO WSEventCode
               WHEN SortIsRecovery
                   ADD SortAmount TO WSRecovered
           END-EVALUATE.

      *> A customer whose only rows for the year are recoveries of
      *> an earlier year's write-off had nothing cancelled this
      *> year and is skipped.

       Finish-One-Customer.
           IF WSEventCode NOT = SPACE
               ADD 1 TO WSCustomerCount
               COMPUTE WSNetCancelled = WSCancelled - WSRecovered
               IF WSNetCancelled < WSThreshold
                   ADD 1 TO WSBelowCount
               ELSE
                   PERFORM Report-One-Customer
               END-IF
           END-IF.

       Report-One-Customer.
           MOVE WSCurrentIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF NOT WSFound
               MOVE SPACES TO CustomerRecord
               MOVE WSCurrentIDNum TO IDNum
               MOVE "*** NOT ON CUSTOMER FILE ***" TO WSFullName
           ELSE
               CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
               CALL 'ADDRGET' USING IDNum, WSAddrType,
                   Street, City, State, Zip, WSOverrideFlag
           END-IF
           MOVE 'N' TO WSTINFoundFlag
           IF WSTINOpen
               MOVE WSCurrentIDNum TO TIIDNum
               READ TINFile
                   INVALID KEY MOVE 'N' TO WSTINFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSTINFoundFlag
               END-READ
           END-IF
           IF WSTINFound AND WSFound
               PERFORM Write-Extract-Row
               PERFORM Print-Recipient-Copy
               ADD 1 TO WSFiledCount
               ADD WSNetCancelled TO WSFiledTotal
           ELSE
               PERFORM Write-Solicit-Line
               ADD 1 TO WSSolicitCount
               ADD WSNetCancelled TO WSSolicitTotal
           END-IF.

       Write-Extract-Row.
           MOVE SPACES TO ExtractRecord
           MOVE "B" TO XB-RecType
           MOVE IDNum TO XB-IDNum
           MOVE TIType TO XB-TINType
           MOVE TINumber TO XB-TIN
           MOVE WSEventDate TO XB-EventDate
           MOVE WSEventCode TO XB-EventCode
           MOVE WSNetCancelled TO XB-Amount
           MOVE WSFullName TO XB-Name
           MOVE Street TO XB-Street
           MOVE City TO XB-City
           MOVE State TO XB-State
           MOVE Zip TO XB-Zip
           WRITE ExtractRecord.

      *> The recipient copy carries only the last four digits of
      *> the customer's tax ID, masked as tinmaint.cob shows it.

       Print-Recipient-Copy.
           MOVE SPACES TO WSMaskedTIN
           IF TIIsEIN
               STRING "**-***" DELIMITED BY SIZE
                   TINumber(6:4) DELIMITED BY SIZE
                   INTO WSMaskedTIN
               END-STRING
           ELSE
               STRING "***-**-" DELIMITED BY SIZE
                   TINumber(6:4) DELIMITED BY SIZE
                   INTO WSMaskedTIN
               END-STRING
           END-IF
      *> Page break, then three blank lines so the name/address
      *> block lands in the window-envelope position - the
      *> statement.cob page shape.
           MOVE ALL "*" TO CopyLine
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           WRITE CopyLine
           WRITE CopyLine
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "    " DELIMITED BY SIZE
               WSFullName DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "    " DELIMITED BY SIZE
               Street DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "    " DELIMITED BY SIZE
               City DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "FORM 1099-C  CANCELLATION OF DEBT  TAX YEAR "
               DELIMITED BY SIZE
               WSTaxYear DELIMITED BY SIZE
               "  COPY B FOR DEBTOR" DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "CREDITOR'S TIN:  " DELIMITED BY SIZE
               WSPayerTIN DELIMITED BY SIZE
               "    DEBTOR'S TIN:  " DELIMITED BY SIZE
               WSMaskedTIN DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "ACCOUNT NUMBER:  " DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "BOX 1 DATE OF IDENTIFIABLE EVENT:  "
               DELIMITED BY SIZE
               WSEventDate DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE WSNetCancelled TO WSBalanceEdit
           MOVE SPACES TO CopyLine
           STRING "BOX 2 AMOUNT OF DEBT DISCHARGED:   "
               DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           STRING "BOX 6 IDENTIFIABLE EVENT CODE:     "
               DELIMITED BY SIZE
               WSEventCode DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine
           MOVE SPACES TO CopyLine
           WRITE CopyLine
           STRING "This is important tax information and is being "
               DELIMITED BY SIZE
               "furnished to the IRS." DELIMITED BY SIZE
               INTO CopyLine
           END-STRING
           WRITE CopyLine.

       Write-Solicit-Line.
           MOVE SPACES TO SolicitLine
           MOVE IDNum TO SolicitLine(1:5)
           MOVE WSFullName TO SolicitLine(8:31)
           MOVE WSNetCancelled TO WSBalanceEdit
           MOVE WSBalanceEdit TO SolicitLine(39:13)
           STRING Street DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               City DELIMITED BY "  "
               " " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SIZE
               INTO SolicitLine(54:27)
           END-STRING
           WRITE SolicitLine.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSFiledCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
