      *> Promotional discount log subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROMOLOG.
      *> Appends one line to PromoDetail.dat for every promotional
      *> discount a billing run gives, so promorpt.cob can total
      *> the dollars given away by promotion code.  Same OPEN
      *> EXTEND/WRITE/CLOSE-per-call shape as TAXLOG.  The PD
      *> ledger row LEDGPOST writes carries the money; this row
      *> carries the promotion code the ledger has no room for.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoDetailFile ASSIGN TO "PromoDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PromoDetailFile.
       01 PromoDetailRecord.
           02 PDIDNum                 PIC 9(05).
           02 PDDate                   PIC 9(08).
           02 PDPromoCode              PIC X(06).
           02 PDSvcCode                PIC X(04).
           02 PDDiscount               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 PDProgram                PIC X(10).

       WORKING-STORAGE SECTION.
       01 WSDetailStatus              PIC X(02).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LPromoCode PIC X(06).
        01 LSvcCode PIC X(04).
        01 LDiscount PIC S9(07)V99.

       PROCEDURE DIVISION USING LProgramId, LIDNum, LPromoCode,
               LSvcCode, LDiscount.
       PROMOLOG-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE LIDNum TO PDIDNum
           MOVE WSToday TO PDDate
           MOVE LPromoCode TO PDPromoCode
           MOVE LSvcCode TO PDSvcCode
           MOVE LDiscount TO PDDiscount
           MOVE LProgramId TO PDProgram
           OPEN EXTEND PromoDetailFile
           IF WSDetailStatus = "35"
               OPEN OUTPUT PromoDetailFile
           END-IF
           WRITE PromoDetailRecord
           CLOSE PromoDetailFile
           GOBACK.
