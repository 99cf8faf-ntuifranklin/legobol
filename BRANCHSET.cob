      *> Customer branch assignment subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BRANCHSET.
      *> Assigns a customer to a branch office on CustBranch.dat -
      *> the one writer of the cross-reference, used by
      *> branchmaint.cob (reassignment), appendfile.cob (a new
      *> account takes the adding operator's home branch) and
      *> batchmaint.cob (the branch office's daily file).  Spaces
      *> in LBranch remove the assignment.  Every change is logged
      *> through AUDITLOG as event BRANCH with the old and new
      *> branch, stamped with the signed-on operator by OPERID.
      *> LResult 'Y' when the file was changed, 'N' when there was
      *> nothing to change, 'E' on an I/O error.  The file is
      *> created on first use, the way cyclemaint.cob creates
      *> CustCycle.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BranchFile ASSIGN TO "CustBranch.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CBIDNum
               FILE STATUS IS WSBranchStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BranchFile.
       01 BranchRecord.
           02 CBIDNum                 PIC 9(05).
           02 CBBranch                 PIC X(03).
           02 CBAssignDate             PIC 9(08).
           02 CBAssignedBy             PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSBranchStatus              PIC X(02).
       01 WSBranchFoundFlag           PIC X(01).
           88 WSBranchFound            VALUE 'Y'.
       01 WSOldBranch                  PIC X(03).
       01 WSToday                     PIC 9(08).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LBranch PIC X(03).
        01 LResult PIC X(01).
            88 LBranchChanged        VALUE 'Y'.
            88 LBranchUnchanged      VALUE 'N'.
            88 LBranchError          VALUE 'E'.

       PROCEDURE DIVISION USING LProgramId, LIDNum, LBranch, LResult.
       BRANCHSET-Entry.
           SET LBranchUnchanged TO TRUE
           OPEN I-O BranchFile
           IF WSBranchStatus = "35"
               OPEN OUTPUT BranchFile
               CLOSE BranchFile
               OPEN I-O BranchFile
           END-IF
           IF WSBranchStatus NOT = "00"
               SET LBranchError TO TRUE
               GOBACK
           END-IF
           MOVE SPACES TO WSOldBranch
           MOVE LIDNum TO CBIDNum
           READ BranchFile
               INVALID KEY MOVE 'N' TO WSBranchFoundFlag
               NOT INVALID KEY
                   MOVE 'Y' TO WSBranchFoundFlag
                   MOVE CBBranch TO WSOldBranch
           END-READ
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           ACCEPT WSToday FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN LBranch = WSOldBranch
                   CONTINUE
               WHEN LBranch = SPACES
                   DELETE BranchFile RECORD
                       INVALID KEY SET LBranchError TO TRUE
                       NOT INVALID KEY SET LBranchChanged TO TRUE
                   END-DELETE
               WHEN WSBranchFound
                   MOVE LBranch TO CBBranch
                   MOVE WSToday TO CBAssignDate
                   MOVE WSOperatorId TO CBAssignedBy
                   REWRITE BranchRecord
                       INVALID KEY SET LBranchError TO TRUE
                       NOT INVALID KEY SET LBranchChanged TO TRUE
                   END-REWRITE
               WHEN OTHER
                   MOVE LIDNum TO CBIDNum
                   MOVE LBranch TO CBBranch
                   MOVE WSToday TO CBAssignDate
                   MOVE WSOperatorId TO CBAssignedBy
                   WRITE BranchRecord
                       INVALID KEY SET LBranchError TO TRUE
                       NOT INVALID KEY SET LBranchChanged TO TRUE
                   END-WRITE
           END-EVALUATE
           CLOSE BranchFile
           IF LBranchChanged
               MOVE SPACES TO WSAuditBefore
               STRING "BRANCH " DELIMITED BY SIZE
                   WSOldBranch DELIMITED BY SIZE
                   INTO WSAuditBefore
               END-STRING
               MOVE SPACES TO WSAuditAfter
               STRING "BRANCH " DELIMITED BY SIZE
                   LBranch DELIMITED BY SIZE
                   INTO WSAuditAfter
               END-STRING
               CALL 'AUDITLOG' USING LProgramId, "BRANCH", LIDNum,
                   WSAuditBefore, WSAuditAfter
           END-IF
           GOBACK.
