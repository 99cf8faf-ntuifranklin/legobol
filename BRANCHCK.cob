      *> Operator branch-scope subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BRANCHCK.
      *> Answers "may this operator change this customer?" by
      *> branch.  The operator's home branch is the OpBranch column
      *> of their Operators.dat row; the customer's branch comes
      *> from CustBranch.dat through BRANCHGET, and is handed back
      *> in LCustBranch for the refusal message.  LFlag comes back
      *> 'N' only when both are known and differ - a supervisor,
      *> an operator with no home branch (head office), a customer
      *> not yet assigned to a branch, an operator not on file
      *> (BATCH), or no operator file at all answers 'Y'.  Called
      *> by the maintenance programs alongside OWNACCT, once the
      *> customer has been keyed.
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
       01 WSHomeBranch                 PIC X(03).

       LINKAGE SECTION.
        01 LOperatorId PIC X(08).
        01 LIDNum PIC 9(05).
        01 LCustBranch PIC X(03).
        01 LFlag PIC X(01).
            88 LBranchAllowed        VALUE 'Y'.
            88 LOtherBranch          VALUE 'N'.

       PROCEDURE DIVISION USING LOperatorId, LIDNum, LCustBranch,
               LFlag.
       BRANCHCK-Entry.
           SET LBranchAllowed TO TRUE
           MOVE SPACES TO WSHomeBranch
           CALL 'BRANCHGET' USING LIDNum, LCustBranch
           IF LCustBranch = SPACES
               GOBACK
           END-IF
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
                           IF OpRole NOT = 'S'
                               MOVE OpBranch TO WSHomeBranch
                           END-IF
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF WSHomeBranch NOT = SPACES
                   AND WSHomeBranch NOT = LCustBranch
               SET LOtherBranch TO TRUE
           END-IF
           GOBACK.
