      *> Sales-tax detail log subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAXLOG.
      *> Appends one line to TaxDetail.dat for every charge a billing
      *> run put through TAXCALC - taxed, exempt, non-taxable or
      *> unmatched alike - so taxrpt.cob can show gross, exempt and
      *> taxable sales beside the tax itself for each jurisdiction.
      *> Same OPEN EXTEND/WRITE/CLOSE-per-call shape as LEGALLOG.
      *> The TX ledger row LEDGPOST writes carries the money; this
      *> row carries the jurisdiction and basis the return needs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxDetailFile ASSIGN TO "TaxDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TaxDetailFile.
       01 TaxDetailRecord.
           02 TDIDNum                 PIC 9(05).
           02 TDDate                   PIC 9(08).
           02 TDJuris                  PIC X(06).
           02 TDSvcCode                PIC X(04).
           02 TDStatus                 PIC X(01).
           02 TDSaleAmount             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 TDTaxAmount              PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 TDCertNo                 PIC X(15).
           02 TDProgram                PIC X(10).

       WORKING-STORAGE SECTION.
       01 WSDetailStatus              PIC X(02).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LSvcCode PIC X(04).
        01 LSaleAmount PIC S9(07)V99.
        01 LTaxAmount PIC S9(07)V99.
        01 LJuris PIC X(06).
        01 LCertNo PIC X(15).
        01 LStatus PIC X(01).

       PROCEDURE DIVISION USING LProgramId, LIDNum, LSvcCode,
               LSaleAmount, LTaxAmount, LJuris, LCertNo, LStatus.
       TAXLOG-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE LIDNum TO TDIDNum
           MOVE WSToday TO TDDate
           MOVE LJuris TO TDJuris
           MOVE LSvcCode TO TDSvcCode
           MOVE LStatus TO TDStatus
           MOVE LSaleAmount TO TDSaleAmount
           MOVE LTaxAmount TO TDTaxAmount
           MOVE LCertNo TO TDCertNo
           MOVE LProgramId TO TDProgram
           OPEN EXTEND TaxDetailFile
           IF WSDetailStatus = "35"
               OPEN OUTPUT TaxDetailFile
           END-IF
           WRITE TaxDetailRecord
           CLOSE TaxDetailFile
           GOBACK.
