      *> Sales-tax calculation subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAXCALC.
      *> Works out the sales tax on one billed charge.  Three tables
      *> decide it:
      *>   SvcTax.dat    - service codes that are NOT taxable (code
      *>                   X(4), taxable flag X(1)); a service code
      *>                   absent from the table is taxable, so a
      *>                   new service can never slip out untaxed.
      *>   TaxExempt.dat - exemption certificates on file per IDNum
      *>                   (taxexmaint.cob), honored between their
      *>                   issue and expiry dates.
      *>   TaxJuris.dat  - the jurisdiction table, kept in the same
      *>                   State + ZIP5 low/high range shape as
      *>                   StateZip.dat, with a jurisdiction code,
      *>                   name and combined rate (9V9999) per range.
      *>                   The first range covering the Zip wins, so
      *>                   city and county ranges are listed ahead of
      *>                   their state's statewide row.
      *> LStatus comes back T (taxed), E (exempt certificate),
      *> N (non-taxable service) or U (no jurisdiction covers the
      *> address - no tax, the liability report lists these).
      *> The amount is signed so a credit against a charge reduces
      *> the tax the same way.  Nothing is written here - the caller
      *> posts the tax through LEDGPOST and records it through
      *> TAXLOG once the charge itself has posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SvcTaxFile ASSIGN TO "SvcTax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSvcStatus.
           SELECT ExemptFile ASSIGN TO "TaxExempt.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TXIDNum
               FILE STATUS IS WSExemptStatus.
           SELECT JurisFile ASSIGN TO "TaxJuris.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJurisStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SvcTaxFile.
       01 SvcTaxRecord.
           02 STSvcCode               PIC X(04).
           02 STTaxable                PIC X(01).

       FD ExemptFile.
       01 ExemptRecord.
           02 TXIDNum                 PIC 9(05).
           02 TXCertNo                 PIC X(15).
           02 TXState                  PIC X(02).
           02 TXIssued                 PIC 9(08).
           02 TXExpires                PIC 9(08).
           02 TXOperator               PIC X(08).

       FD JurisFile.
       01 JurisRecord.
           02 TJState                 PIC X(02).
           02 TJZipLow                 PIC 9(05).
           02 TJZipHigh                PIC 9(05).
           02 TJCode                   PIC X(06).
           02 TJName                   PIC X(20).
           02 TJRate                   PIC 9V9999.

       WORKING-STORAGE SECTION.
       01 WSSvcStatus                 PIC X(02).
       01 WSExemptStatus              PIC X(02).
       01 WSJurisStatus               PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSZip5X                     PIC X(05).
       01 WSZip5                      PIC 9(05).
       01 WSTaxableFlag               PIC X(01).
           88 WSServiceTaxable         VALUE 'Y'.
       01 WSJurisRate                  PIC 9V9999.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LState PIC X(02).
        01 LZip PIC X(09).
        01 LSvcCode PIC X(04).
        01 LAmount PIC S9(07)V99.
        01 LTaxAmount PIC S9(07)V99.
        01 LJuris PIC X(06).
        01 LCertNo PIC X(15).
        01 LStatus PIC X(01).
            88 LTaxed                VALUE 'T'.
            88 LExempt               VALUE 'E'.
            88 LNonTaxable           VALUE 'N'.
            88 LNoJurisdiction       VALUE 'U'.

       PROCEDURE DIVISION USING LIDNum, LState, LZip, LSvcCode,
               LAmount, LTaxAmount, LJuris, LCertNo, LStatus.
       TAXCALC-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE 0 TO LTaxAmount
           MOVE SPACES TO LJuris
           MOVE SPACES TO LCertNo
           MOVE SPACE TO LStatus
           PERFORM Find-Jurisdiction
           PERFORM Check-Service-Taxable
           IF NOT WSServiceTaxable
               SET LNonTaxable TO TRUE
               GOBACK
           END-IF
           PERFORM Check-Exemption
           IF LExempt
               GOBACK
           END-IF
           IF LJuris = SPACES
               SET LNoJurisdiction TO TRUE
               GOBACK
           END-IF
           COMPUTE LTaxAmount ROUNDED = LAmount * WSJurisRate
           SET LTaxed TO TRUE
           GOBACK.

      *> The jurisdiction is found even for exempt and non-taxable
      *> charges, so the liability report can show those sales
      *> under the jurisdiction they would have been taxed in.

       Find-Jurisdiction.
           MOVE 0 TO WSJurisRate
           MOVE LZip(1:5) TO WSZip5X
           IF WSZip5X IS NUMERIC
               MOVE WSZip5X TO WSZip5
               OPEN INPUT JurisFile
               IF WSJurisStatus = "00"
                   PERFORM Scan-Jurisdictions
                   CLOSE JurisFile
               END-IF
           END-IF.

       Scan-Jurisdictions.
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ JurisFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF TJState = LState
                           AND WSZip5 >= TJZipLow
                           AND WSZip5 <= TJZipHigh
                           MOVE TJCode TO LJuris
                           MOVE TJRate TO WSJurisRate
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM.

       Check-Service-Taxable.
           MOVE 'Y' TO WSTaxableFlag
           OPEN INPUT SvcTaxFile
           IF WSSvcStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ SvcTaxFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF STSvcCode = LSvcCode
                               MOVE STTaxable TO WSTaxableFlag
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SvcTaxFile
           END-IF.

       Check-Exemption.
           OPEN INPUT ExemptFile
           IF WSExemptStatus = "00"
               MOVE LIDNum TO TXIDNum
               READ ExemptFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TXIssued <= WSToday
                           AND (TXExpires = 0
                               OR TXExpires >= WSToday)
                           MOVE TXCertNo TO LCertNo
                           SET LExempt TO TRUE
                       END-IF
               END-READ
               CLOSE ExemptFile
           END-IF.
