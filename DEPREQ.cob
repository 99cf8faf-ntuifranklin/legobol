      *> Security-deposit requirement subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPREQ.
      *> Records that a customer must post a security deposit - a
      *> brand-new customer with no history (appendfile.cob, reason
      *> NC) or an account coming back from the collection agency
      *> (agencyrecall.cob, reason AR).  The amount is the
      *> DEPOSIT-AMOUNT run parameter (9(5)V99 digits, "0010000" is
      *> $100.00), $100.00 when absent; DEPOSIT-AMOUNT of zero turns
      *> the requirement off.  A deposit already held is left alone,
      *> and a closed one is reopened as a new requirement.  The
      *> requirement sits on Deposit.dat (status R) until
      *> depreceipt.cob takes the money in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepositFile ASSIGN TO "Deposit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSDepositStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DepositFile.
       01 DepositRecord.
           02 DepIDNum                PIC 9(05).
           02 DepStatus                PIC X(01).
               88 DepRequired          VALUE 'R'.
               88 DepHeld              VALUE 'H'.
               88 DepClosed            VALUE 'C'.
           02 DepReason                PIC X(02).
           02 DepRequiredAmt           PIC 9(05)V99.
           02 DepRequiredDate          PIC 9(08).
           02 DepAmount                PIC 9(07)V99.
           02 DepReceivedDate          PIC 9(08).
           02 DepInterest              PIC 9(05)V99.
           02 DepLastIntDate           PIC 9(08).
           02 DepClosedDate            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSDepositStatus             PIC X(02).
       01 WSFoundFlag                 PIC X(01).
           88 WSFound                  VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSRequiredAmt                PIC 9(05)V99.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LReason PIC X(02).
        01 LRequired PIC X(01).
            88 LDepositRequired      VALUE 'Y'.
            88 LDepositNotRequired   VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LReason, LRequired.
       DEPREQ-Entry.
           SET LDepositNotRequired TO TRUE
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE 100.00 TO WSRequiredAmt
           MOVE "DEPOSIT-AMOUNT" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:7) NUMERIC
               MOVE WSParamValue(1:7) TO WSRequiredAmt
           END-IF
           IF WSRequiredAmt = 0
               GOBACK
           END-IF
           OPEN I-O DepositFile
      *> First requirement ever - create the file, then reopen for
      *> keyed update.
           IF WSDepositStatus = "35"
               OPEN OUTPUT DepositFile
               CLOSE DepositFile
               OPEN I-O DepositFile
           END-IF
           IF WSDepositStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO DepIDNum
           READ DepositFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN WSFound AND (DepHeld OR DepRequired)
                   CONTINUE
               WHEN WSFound
                   PERFORM Set-Requirement
                   REWRITE DepositRecord
                   SET LDepositRequired TO TRUE
               WHEN OTHER
                   PERFORM Set-Requirement
                   WRITE DepositRecord
                   SET LDepositRequired TO TRUE
           END-EVALUATE
           CLOSE DepositFile
           GOBACK.

       Set-Requirement.
           MOVE LIDNum TO DepIDNum
           SET DepRequired TO TRUE
           MOVE LReason TO DepReason
           MOVE WSRequiredAmt TO DepRequiredAmt
           MOVE WSToday TO DepRequiredDate
           MOVE 0 TO DepAmount
           MOVE 0 TO DepReceivedDate
           MOVE 0 TO DepInterest
           MOVE 0 TO DepLastIntDate
           MOVE 0 TO DepClosedDate.
