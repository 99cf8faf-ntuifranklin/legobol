      *> day's worth of adds/changes/deletes as one sorted
      *> transaction file (MaintTrans.dat, comma-delimited):
      *>   A,id,first,last,status,street,city,state,zip,mm,dd,yyyy,
      *>     phone[,branch]       - add, full record image
      *>   C,id,first,last,status,street,city,state,zip,mm,dd,yyyy,
      *>     phone[,branch]       - change; blank fields keep the
      *>                            current value
      *>   D,id                   - logical delete
      *> Each transaction gets the same validations appendfile.cob
      *> HISTSNAP entries per action, keeps the name-search index
      *> current through NAMEIX, and lands on an applied/rejected
      *> register with counts.
      *> Modification History:
      *>   Each add is screened against the sanctions watch list
      *>   (SANCTSCR); a possible match is queued for supervisor
      *>   review and noted on the register.
      *>   A and C records take an optional fourteenth field, the
      *>   customer's three-character branch code, stored on
      *>   CustBranch.dat through BRANCHSET (blank on a C record
      *>   keeps the current branch).
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   An A record now raises the NEWACCT letter event
      *>   (LETREVT). A C record that changes the address logs
      *>   its own CHANGE row with street and ZIP images and
      *>   raises the ADDRCHG and ADDROLD events with the old
      *>   address, as updatefile.cob does. A D record queues
      *>   the account on AcctClose.dat for finalbill.cob and
      *>   raises the ACCTCLOS event, as deletefile.cob does.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT TransFile ASSIGN TO "MaintTrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTransStatus.
           SELECT CloseFile ASSIGN TO "AcctClose.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSCloseStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TransFile.
       01 TransLine                   PIC X(150).

      *> Same layout deletefile.cob and finalbill.cob use.
       FD CloseFile.
       01 CloseRecord.
           02 CLIDNum                 PIC 9(05).
           02 CLCloseDate              PIC 9(08).
           02 CLStatus                 PIC X(01).
               88 CLPending            VALUE 'P'.
               88 CLBilled             VALUE 'B'.
           02 CLBilledDate             PIC 9(08).
           02 CLFinalBalance           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CLRoute                  PIC X(01).
               88 CLRouteRefund        VALUE 'R'.
               88 CLRouteDunning       VALUE 'D'.
               88 CLRouteSettled       VALUE 'Z'.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSTransStatus                PIC X(02).
       01 WSCloseStatus                PIC X(02).
       01 WSCloseFoundFlag            PIC X(01) VALUE 'N'.
           88 WSCloseFound             VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "BATCHMAINT".
       01 WSAppliedCount               PIC 9(07) VALUE 0.
       01 WSRejectedCount              PIC 9(05) VALUE 0.
       01 WSAuditAfter                 PIC X(40).
       01 WSOldFirstName               PIC X(15).
       01 WSOldLastName                PIC X(15).
       01 WSOldStreet                  PIC X(25).
       01 WSOldCity                    PIC X(15).
       01 WSOldState                   PIC X(02).
       01 WSOldZip                     PIC X(09).
       01 WSLetterEvent                PIC X(08).
       01 WSLetterFree1                PIC X(60) VALUE SPACES.
       01 WSLetterFree2                PIC X(60) VALUE SPACES.
       01 WSLetterQueuedFlag          PIC X(01).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSSanctionFlag              PIC X(01).
           88 WSSanctionMatch          VALUE 'Y'.

       *> Parsed transaction fields - all X so a blank "keep
       *> current" field is tellable from a zero.
       01 WSTDOB                       PIC X(02).
       01 WSTYOB                       PIC X(04).
       01 WSTPhone                     PIC X(10).
       01 WSTBranch                    PIC X(03).
       01 WSBranchResult              PIC X(01).
           88 WSBranchChanged          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT TransFile
           IF WSTransStatus NOT = "00"
               DISPLAY "No maintenance transaction file found."
       Parse-Transaction.
           MOVE SPACES TO WSTransAction WSTIDInput WSTFirstName
               WSTLastName WSTStatus WSTStreet WSTCity WSTState
               WSTZip WSTMOB WSTDOB WSTYOB WSTPhone WSTBranch
           UNSTRING TransLine DELIMITED BY ","
               INTO WSTransAction, WSTIDInput, WSTFirstName,
                   WSTLastName, WSTStatus, WSTStreet, WSTCity,
                   WSTState, WSTZip, WSTMOB, WSTDOB, WSTYOB,
                   WSTPhone, WSTBranch
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WSTBranch) TO WSTBranch.

       Apply-Add.
           EVALUATE TRUE
                   MOB, DOB, YOB, Phone, Balance, WSToday
               CALL 'NAMEIX' USING "ADD", IDNum, FirstName,
                   LastName, Phone
               MOVE "NEWACCT" TO WSLetterEvent
               MOVE SPACES TO WSLetterFree1
               MOVE SPACES TO WSLetterFree2
               CALL 'LETREVT' USING WSLetterEvent, IDNum,
                   WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
               ADD 1 TO WSAppliedCount
               DISPLAY "APPLIED  A " IDNum
               CALL 'SANCTSCR' USING IDNum, FirstName, LastName,
                   Street, Zip, WSSanctionFlag
               IF WSSanctionMatch
                   DISPLAY "         possible sanctions match - "
                       "queued for supervisor review"
               END-IF
               PERFORM Store-Branch
           END-IF.

       Apply-Change.
           END-STRING
           MOVE FirstName TO WSOldFirstName
           MOVE LastName TO WSOldLastName
           MOVE Street TO WSOldStreet
           MOVE City TO WSOldCity
           MOVE State TO WSOldState
           MOVE Zip TO WSOldZip
           PERFORM Capture-Old-Address
           IF WSTFirstName NOT = SPACES
               MOVE WSTFirstName TO FirstName
               CALL 'PROPCASE' USING FirstName
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "CHANGE", IDNum,
               WSAuditBefore, WSAuditAfter
           IF Street NOT = WSOldStreet OR City NOT = WSOldCity
                   OR State NOT = WSOldState OR Zip NOT = WSOldZip
               PERFORM Log-Address-Change
           END-IF
           CALL 'HISTSNAP' USING IDNum, FirstName, LastName,
               CustStatus, Street, City, State, Zip,
               MOB, DOB, YOB, Phone, Balance, WSToday
           CALL 'NAMEIX' USING "ADD", IDNum, FirstName,
               LastName, Phone
           ADD 1 TO WSAppliedCount
           DISPLAY "APPLIED  C " IDNum
           PERFORM Store-Branch.

       Change-Exit.
           EXIT.

      *> An address change leaves its own CHANGE row - street and
      *> ZIP, the images addrchg.cob and updatefile.cob log, which
      *> refundext.cob and sodscan.cob look for - and raises the
      *> same ADDRCHG / ADDROLD letter events, the old address
      *> riding on the free-text lines so the ADDROLD notice goes
      *> to where the customer WAS.

       Capture-Old-Address.
           MOVE Street TO WSLetterFree1
           MOVE SPACES TO WSLetterFree2
           STRING City DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SPACE
               INTO WSLetterFree2
           END-STRING.

       Log-Address-Change.
           MOVE SPACES TO WSAuditBefore
           STRING WSOldStreet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSOldZip DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING
           MOVE SPACES TO WSAuditAfter
           STRING Street DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "CHANGE", IDNum,
               WSAuditBefore, WSAuditAfter
           MOVE "ADDRCHG" TO WSLetterEvent
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
           MOVE "ADDROLD" TO WSLetterEvent
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
           DISPLAY "         address changed - letters queued".

       Apply-Delete.
           IF NOT WSFound OR IsDeleted
               PERFORM Reject-Transaction
                   LastName, Phone
               ADD 1 TO WSAppliedCount
               DISPLAY "APPLIED  D " IDNum
               PERFORM Queue-Final-Bill
               MOVE "ACCTCLOS" TO WSLetterEvent
               MOVE SPACES TO WSLetterFree1
               MOVE SPACES TO WSLetterFree2
               CALL 'LETREVT' USING WSLetterEvent, IDNum,
                   WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
           END-IF.

      *> A batch closure is queued for finalbill.cob the same as
      *> one keyed through deletefile.cob.

       Queue-Final-Bill.
           OPEN I-O CloseFile
           IF WSCloseStatus = "35"
               OPEN OUTPUT CloseFile
               CLOSE CloseFile
               OPEN I-O CloseFile
           END-IF
           IF WSCloseStatus NOT = "00"
               DISPLAY "         AcctClose.dat I/O error - status "
                   WSCloseStatus " - final bill NOT queued"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE IDNum TO CLIDNum
               READ CloseFile
                   INVALID KEY MOVE 'N' TO WSCloseFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO WSCloseFoundFlag
               END-READ
               MOVE IDNum TO CLIDNum
               MOVE WSToday TO CLCloseDate
               SET CLPending TO TRUE
               MOVE 0 TO CLBilledDate
               MOVE 0 TO CLFinalBalance
               MOVE SPACE TO CLRoute
               IF WSCloseFound
                   REWRITE CloseRecord
               ELSE
                   WRITE CloseRecord
               END-IF
               CLOSE CloseFile
               DISPLAY "         final bill queued"
           END-IF.

       Store-Branch.
           IF WSTBranch NOT = SPACES
               CALL 'BRANCHSET' USING WSProgramId, IDNum, WSTBranch,
                   WSBranchResult
               IF WSBranchChanged
                   DISPLAY "         branch " WSTBranch
               END-IF
           END-IF.

       Reject-Transaction.
