       IDENTIFICATION DIVISION.
       PROGRAM-ID. branchmaint.
      *> Branch assignment maintenance - keeps the customer-to-
      *> branch cross-reference on CustBranch.dat that the branch
      *> managers' reports break on and that limits which
      *> operators may change an account (BRANCHCK).  Prompts in
      *> the cyclemaint.cob style: the customer is validated
      *> against Customer.dat, the current branch shown, and the
      *> new three-character branch code (blank removes the
      *> assignment) stored through BRANCHSET, which writes the
      *> audit trail.  Supervisor-only on the custmaint.cob menu.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "BRANCHMNT".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSCurrentBranch              PIC X(03).
       01 WSNewBranch                  PIC X(03).
       01 WSBranchResult              PIC X(01).
           88 WSBranchChanged          VALUE 'Y'.
           88 WSBranchUnchanged        VALUE 'N'.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no assignment made."
               GOBACK
           END-IF

           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           CLOSE CustomerFile

           IF WSFound
               PERFORM Maintain-Branch-Assignment
           ELSE
               DISPLAY "Customer " IDNum " not found - "
                   "no assignment made."
           END-IF
           GOBACK.

       Maintain-Branch-Assignment.
           DISPLAY "Customer: " FirstName " " LastName
           CALL 'BRANCHGET' USING IDNum, WSCurrentBranch
           IF WSCurrentBranch NOT = SPACES
               DISPLAY "Current branch: " WSCurrentBranch
           ELSE
               DISPLAY "Customer is not assigned to a branch."
           END-IF
           DISPLAY "New branch (blank = remove): "
               WITH NO ADVANCING
           MOVE SPACES TO WSNewBranch
           ACCEPT WSNewBranch
           MOVE FUNCTION UPPER-CASE(WSNewBranch) TO WSNewBranch
           IF WSNewBranch = WSCurrentBranch
               DISPLAY "No change made."
               GOBACK
           END-IF
           CALL 'BRANCHSET' USING WSProgramId, IDNum, WSNewBranch,
               WSBranchResult
           EVALUATE TRUE
               WHEN WSBranchChanged AND WSNewBranch = SPACES
                   DISPLAY "Branch assignment removed."
               WHEN WSBranchChanged
                   DISPLAY "Customer assigned to branch "
                       WSNewBranch "."
               WHEN WSBranchUnchanged
                   DISPLAY "No change made."
               WHEN OTHER
                   DISPLAY "Branch file could not be updated - "
                       "no change made."
           END-EVALUATE.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
