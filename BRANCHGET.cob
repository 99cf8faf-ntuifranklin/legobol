      *> Customer branch lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BRANCHGET.
      *> Returns the branch office that owns a customer on
      *> CustBranch.dat (kept by branchmaint.cob, and written for
      *> new accounts by appendfile.cob and batchmaint.cob through
      *> BRANCHSET), or spaces when the customer has no branch yet.
      *> BRANCHCK and the branch-break reports (agingrpt, workqueue,
      *> kpisummary) call this per customer so the cross-reference
      *> layout lives in one place.  Same open/read/close-per-call
      *> shape as CYCLEGET.
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
      *> Same layout BRANCHSET writes.
       FD BranchFile.
       01 BranchRecord.
           02 CBIDNum                 PIC 9(05).
           02 CBBranch                 PIC X(03).
           02 CBAssignDate             PIC 9(08).
           02 CBAssignedBy             PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSBranchStatus              PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LBranch PIC X(03).

       PROCEDURE DIVISION USING LIDNum, LBranch.
       BRANCHGET-Entry.
           MOVE SPACES TO LBranch
           OPEN INPUT BranchFile
           IF WSBranchStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO CBIDNum
           READ BranchFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CBBranch TO LBranch
           END-READ
           CLOSE BranchFile
           GOBACK.
