      *> Security-deposit journal posting subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPPOST.
      *> Appends one movement of deposit liability to
      *> DepositTrans.dat - the deposit-side twin of LEDGPOST.  A
      *> deposit is money we owe the customer back, so it never
      *> touches the Balance on CUSTREC.CPY (aging and dunning would
      *> see it as a payment); instead every receipt, interest
      *> credit and release is journalled here, gljournal.cob books
      *> it to the customer-deposits liability account, and
      *> trialbal.cob proves Deposit.dat against it.  Types:
      *>   RC - deposit received (depreceipt.cob), liability up
      *>   IN - yearly interest credited (depreview.cob), up
      *>   AP - deposit released onto the account (depreview.cob,
      *>        the final bill), liability down - the matching DA
      *>        credit on CustLedger.dat carries the GL entry.
      *> The amount is signed in liability terms.  Same OPEN
      *> EXTEND/WRITE/CLOSE-per-call shape as LEGALLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepTransFile ASSIGN TO "DepositTrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTransStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DepTransFile.
       01 DepTransRecord.
           02 DTIDNum                 PIC 9(05).
           02 DTDate                   PIC 9(08).
           02 DTType                   PIC X(02).
           02 DTAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 DTProgram                PIC X(10).

       WORKING-STORAGE SECTION.
       01 WSTransStatus               PIC X(02).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LType PIC X(02).
        01 LAmount PIC S9(07)V99.

       PROCEDURE DIVISION USING LProgramId, LIDNum, LType, LAmount.
       DEPPOST-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE LIDNum TO DTIDNum
           MOVE WSToday TO DTDate
           MOVE LType TO DTType
           MOVE LAmount TO DTAmount
           MOVE LProgramId TO DTProgram
           OPEN EXTEND DepTransFile
           IF WSTransStatus = "35"
               OPEN OUTPUT DepTransFile
           END-IF
           WRITE DepTransRecord
           CLOSE DepTransFile
           GOBACK.
