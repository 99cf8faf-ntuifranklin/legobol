      *> Operator fee-waiver authority subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. WAIVELIM.
      *> Returns the dollar amount an operator may waive on their
      *> own authority, from the OpWaiveLimit column of their
      *> Operators.dat row (the file custmaint.cob signs on
      *> against).  A waiver over the limit goes to the
      *> adjapprove.cob queue instead of posting.  An operator not
      *> on file, a row keyed before the column existed, or no
      *> operator file at all answers a limit of zero - every
      *> waiver they key then needs a supervisor.
      *> Modification History:
      *>   Operators.dat lines now also carry the operator's own
      *>   customer IDNum (OpOwnIDNum, read by OWNACCT); the record
      *>   here follows the longer line.
      *>   Operators.dat lines now also carry the operator's home
      *>   branch (OpBranch, read by BRANCHCK); the record here
      *>   follows the longer line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOperatorStatus.

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

       WORKING-STORAGE SECTION.
       01 WSOperatorStatus            PIC X(02).
       01 WSEOF                       PIC X(01).

       LINKAGE SECTION.
        01 LOperatorId PIC X(08).
        01 LLimit PIC 9(05)V99.
        01 LFoundFlag PIC X(01).
            88 LOperatorFound        VALUE 'Y'.
            88 LOperatorNotFound     VALUE 'N'.

       PROCEDURE DIVISION USING LOperatorId, LLimit, LFoundFlag.
       WAIVELIM-Entry.
           MOVE 0 TO LLimit
           SET LOperatorNotFound TO TRUE
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
                           SET LOperatorFound TO TRUE
                           IF OpWaiveLimit NUMERIC
                               MOVE OpWaiveLimit TO LLimit
                           END-IF
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           GOBACK.
