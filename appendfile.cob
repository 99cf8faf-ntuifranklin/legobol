       IDENTIFICATION DIVISION.
       PROGRAM-ID. appendfile.
      *> Modification History:
      *>   A new account now raises the NEWACCT letter event
      *>   (LETREVT) - the welcome letter mapped to it on
      *>   LetterEvent.dat is queued for the nightly letter run.
      *>   A new account is screened against the sanctions watch
      *>   list (SANCTSCR); a possible match is queued for
      *>   supervisor review through sanctreview.cob.
      *>   A new account is assigned to the adding operator's home
      *>   branch (OpBranch on Operators.dat) through BRANCHSET;
      *>   a supervisor or head-office operator keys the branch.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

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
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSStatusInput               PIC X(01).
       01 WSDupFlag                   PIC X(01) VALUE 'N'.
           88 WSDupFound               VALUE 'Y'.
           88 WSStateZipValid          VALUE 'Y'.
       01 WSCheckDigitFlag            PIC X(01) VALUE 'N'.
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSDepositFlag               PIC X(01) VALUE 'N'.
           88 WSDepositRequired        VALUE 'Y'.
       01 WSLetterEvent                PIC X(08).
       01 WSLetterFree1                PIC X(60) VALUE SPACES.
       01 WSLetterFree2                PIC X(60) VALUE SPACES.
       01 WSLetterQueuedFlag          PIC X(01).
           88 WSLetterQueued           VALUE 'Y'.
       01 WSSanctionFlag              PIC X(01).
           88 WSSanctionMatch          VALUE 'Y'.
       01 WSOperatorStatus            PIC X(02).
       01 WSOperatorEOF               PIC X(01).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSNewBranch                  PIC X(03).
       01 WSBranchResult              PIC X(01).
           88 WSBranchChanged          VALUE 'Y'.

       PROCEDURE DIVISION.
           CALL 'RUNLOG' USING WSProgramId, "START", WSRecordCount
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSDupFlag
               NOT INVALID KEY MOVE 'Y' TO WSDupFlag
                   MOB, DOB, YOB, Phone, Balance, WSToday
               CALL 'NAMEIX' USING "ADD", IDNum, FirstName,
                   LastName, Phone
      *> A brand-new customer has no payment history with us, so a
      *> security deposit is required before the account is trusted.
               CALL 'DEPREQ' USING IDNum, "NC", WSDepositFlag
               IF WSDepositRequired
                   DISPLAY "Security deposit required - take it in "
                       "through Deposit Receipts."
               END-IF
               MOVE "NEWACCT" TO WSLetterEvent
               CALL 'LETREVT' USING WSLetterEvent, IDNum,
                   WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
               IF WSLetterQueued
                   DISPLAY "Welcome letter queued."
               END-IF
               CALL 'SANCTSCR' USING IDNum, FirstName, LastName,
                   Street, Zip, WSSanctionFlag
               IF WSSanctionMatch
                   DISPLAY "Possible sanctions watch-list match - "
                       "queued for supervisor review."
               END-IF
               PERFORM Assign-Home-Branch
               ADD 1 TO WSRecordCount
           END-IF
           CLOSE CustomerFile
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> A branch operator's new customers are their branch's; a
      *> supervisor or an operator with no home branch says which.

       Assign-Home-Branch.
           MOVE SPACES TO WSNewBranch
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               MOVE 'N' TO WSOperatorEOF
               OPEN INPUT OperatorFile
               IF WSOperatorStatus = "00"
                   PERFORM UNTIL WSOperatorEOF = 'Y'
                       READ OperatorFile
                           AT END MOVE 'Y' TO WSOperatorEOF
                           NOT AT END
                               IF OpID = WSOperatorId
                                   MOVE OpBranch TO WSNewBranch
                                   MOVE 'Y' TO WSOperatorEOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OperatorFile
               END-IF
           END-IF
           IF WSNewBranch = SPACES
               DISPLAY "Branch (blank = none): " WITH NO ADVANCING
               ACCEPT WSNewBranch
               MOVE FUNCTION UPPER-CASE(WSNewBranch) TO WSNewBranch
           END-IF
           IF WSNewBranch NOT = SPACES
               CALL 'BRANCHSET' USING WSProgramId, IDNum,
                   WSNewBranch, WSBranchResult
               IF WSBranchChanged
                   DISPLAY "Assigned to branch " WSNewBranch "."
               END-IF
           END-IF.

       Get-Valid-ID.
           DISPLAY "Customer ID (5 digits, non-zero): "
               WITH NO ADVANCING
