      *> reconstruct the old address.  Changes that match no
      *> customer (or fail validation) land on the exception
      *> listing instead of an operator's updatefile.cob session.
      *> Modification History:
      *>   An applied change now raises the ADDRCHG and ADDROLD
      *>   letter events (LETREVT): a confirmation to the new
      *>   address and a notice to the old one, so a change the
      *>   customer did not make is caught.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSChangeStatus               PIC X(02).
       01 WSNewZip                     PIC X(09).
       01 WSToday                     PIC 9(08).
       01 WSAuditBefore                PIC X(40).
       01 WSLetterEvent                PIC X(08).
       01 WSLetterFree1                PIC X(60).
       01 WSLetterFree2                PIC X(60).
       01 WSLetterQueuedFlag          PIC X(01).
       01 WSAuditAfter                 PIC X(40).

       PROCEDURE DIVISION.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT ChangeFile
           IF WSChangeStatus NOT = "00"
               DISPLAY "No address-change file found - "
               DISPLAY "EXCEPTION - customer " IDNum
                   " new state/zip failed the reference check."
           ELSE
               PERFORM Capture-Old-Address
               MOVE SPACES TO WSAuditBefore
               STRING Street DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
               CALL 'HISTSNAP' USING IDNum, FirstName, LastName,
                   CustStatus, Street, City, State, Zip,
                   MOB, DOB, YOB, Phone, Balance, WSToday
               PERFORM Queue-Address-Letters
               ADD 1 TO WSAppliedCount
           END-IF.

      *> The old address rides on the request's free-text lines
      *> so the ADDROLD letter can go to where the customer WAS -
      *> the warning that reaches them if the change was not theirs.

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

       Queue-Address-Letters.
           MOVE "ADDRCHG" TO WSLetterEvent
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag
           MOVE "ADDROLD" TO WSLetterEvent
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSAppliedCount
