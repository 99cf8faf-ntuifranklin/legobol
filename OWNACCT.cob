      *> Operator own-account conflict subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OWNACCT.
      *> Answers "is this customer the operator's own account, or
      *> one at the same address?" from the OpOwnIDNum column of
      *> the operator's Operators.dat row - the employee rate-class
      *> (EM) account the operator holds as a customer.  LFlag
      *> comes back 'O' for the operator's own account, 'A' for an
      *> account at the same street and five-digit ZIP as the
      *> operator's own (a relative or housemate), 'N' otherwise.
      *> The maintenance programs refuse an 'O' or 'A' account and
      *> sodscan.cob reports any activity that got onto one.  An
      *> operator not on file, a row keyed before the column
      *> existed, or no operator file at all has no own account
      *> and answers 'N'.  Customer.dat is read here the way
      *> GUARGET reads it, so the caller need not have it open.
      *> Modification History:
      *>   Operators.dat lines now also carry the operator's home
      *>   branch (OpBranch, read by BRANCHCK); the record here
      *>   follows the longer line.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a master written under another layout
      *>   is treated as no file at all and answers 'N'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOperatorStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout custmaint.cob reads.
       FD OperatorFile.
       01 OperatorRecord.
           02 OpID                    PIC X(08).
           02 OpName                   PIC X(20).
           02 OpRole                   PIC X(01).
           02 OpWaiveLimit             PIC 9(05)V99.
           02 OpOwnIDNum               PIC 9(05).
           02 OpBranch                 PIC X(03).

       FD CustomerFile.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSOperatorStatus            PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSOwnIDNum                   PIC 9(05) VALUE 0.
       01 WSOwnStreet                  PIC X(25).
       01 WSOwnZip                     PIC X(05).
       01 WSOwnFoundFlag              PIC X(01).
           88 WSOwnFound               VALUE 'Y'.

       LINKAGE SECTION.
        01 LOperatorId PIC X(08).
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LOwnAccount           VALUE 'O'.
            88 LSharedAddress        VALUE 'A'.
            88 LNotOwnAccount        VALUE 'N'.

       PROCEDURE DIVISION USING LOperatorId, LIDNum, LFlag.
       OWNACCT-Entry.
           SET LNotOwnAccount TO TRUE
           MOVE 0 TO WSOwnIDNum
           OPEN INPUT OperatorFile
           IF WSOperatorStatus NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF OpID = LOperatorId
                           IF OpOwnIDNum NUMERIC
                               MOVE OpOwnIDNum TO WSOwnIDNum
                           END-IF
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF WSOwnIDNum = 0
               GOBACK
           END-IF
           IF WSOwnIDNum = LIDNum
               SET LOwnAccount TO TRUE
               GOBACK
           END-IF
           PERFORM Compare-Addresses
           GOBACK.

      *> Street compared upper case, as ADDRSTD stores it, so a
      *> row keyed before standardization still matches.

       Compare-Addresses.
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               GOBACK
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               GOBACK
           END-IF
           MOVE 'N' TO WSOwnFoundFlag
           MOVE WSOwnIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(Street) TO WSOwnStreet
                   MOVE Zip(1:5) TO WSOwnZip
                   SET WSOwnFound TO TRUE
           END-READ
           IF WSOwnFound AND WSOwnStreet NOT = SPACES
               MOVE LIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE(Street) = WSOwnStreet
                               AND Zip(1:5) = WSOwnZip
                           SET LSharedAddress TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE CustomerFile.
