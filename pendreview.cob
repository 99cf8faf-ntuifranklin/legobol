      *> Customer.dat with the usual AUDITLOG/HISTSNAP/NAMEIX
      *> trail; rejected items go on the partner-return report;
      *> skipped items stay on the queue for the next review.
      *> Modification History:
      *>   The queue now also carries skip-tracing results from
      *>   skipimport.cob.  An item for a customer whose address is
      *>   flagged undeliverable says so, and approving a new
      *>   address for them clears the BadAddress.dat flag (with a
      *>   note on the account) so the dunning and statement runs
      *>   pick them up again.
      *>   Posting now raises the letter events (LETREVT): NEWACCT
      *>   for a new partner customer, and for an address change
      *>   ADDRCHG to the new address plus ADDROLD to the old one -
      *>   skipped when the old address was flagged undeliverable.
      *>   A customer with a confirmed sanctions match (SANCTHLD)
      *>   is posted on hold whatever status the partner sent, and
      *>   the item says so - the partner cannot release the hold.
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   An approved address change now also logs a CHANGE
      *>   row with the street and ZIP images, alongside the
      *>   APPROV row, so the refund red-flag hold and the
      *>   segregation-of-duties scan see it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WSPendingStatus.
           SELECT PendingWorkFile ASSIGN TO "PendingWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BadAddressFile ASSIGN TO "BadAddress.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BAIDNum
               FILE STATUS IS WSBadStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PendingWorkFile.
       01 PendingWorkRecord           PIC X(123).

      *> Same layout badaddrent.cob writes.
       FD BadAddressFile.
       01 BadAddressRecord.
           02 BAIDNum                 PIC 9(05).
           02 BAFlagDate               PIC 9(08).
           02 BAReason                 PIC X(20).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSPendingStatus              PIC X(02).
       01 WSToday                     PIC 9(08).
       01 WSOldFirstName               PIC X(15).
       01 WSOldLastName                PIC X(15).
       01 WSOldStreet                  PIC X(25).
       01 WSOldZip                     PIC X(09).
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).
       01 WSBadStatus                  PIC X(02).
       01 WSBadAddressFlag            PIC X(01).
           88 WSAddressBad             VALUE 'Y'.
       01 WSAddrChangedFlag           PIC X(01).
           88 WSAddressChanged         VALUE 'Y'.
       01 WSClearedCount               PIC 9(05) VALUE 0.
       01 WSLetterEvent                PIC X(08).
       01 WSLetterFree1                PIC X(60).
       01 WSLetterFree2                PIC X(60).
       01 WSLetterQueuedFlag          PIC X(01).
       01 WSNoteText                   PIC X(60).
       01 WSSanctionFlag              PIC X(01).
           88 WSSanctionHold           VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT PendingWorkFile
           PERFORM UNTIL WSEOF = 'Y'
               READ PendingFile
           DISPLAY "Approved: " WSApprovedCount
               "  Rejected: " WSRejectedCount
               "  Still queued: " WSSkippedCount
           DISPLAY "Bad-address flags cleared: " WSClearedCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSApprovedCount
           GOBACK.

           DISPLAY "  PENDING: " WSFirstName " " WSLastName " "
               WSCustStatus " " WSStreet " " WSCity " " WSState " "
               WSZip " " WSPhone
           CALL 'BADADDR' USING WSIDNum, WSBadAddressFlag
           IF WSAddressBad
               DISPLAY "  (current address is flagged undeliverable)"
           END-IF
           CALL 'SANCTHLD' USING WSIDNum, WSSanctionFlag
           IF WSSanctionHold
               DISPLAY "  (confirmed sanctions match - posts on hold)"
           END-IF
           DISPLAY "  Approve, Reject, or Skip (A/R/S): "
               WITH NO ADVANCING
           ACCEPT WSAction
           END-EVALUATE.

       Post-Approved-Item.
           MOVE 'N' TO WSAddrChangedFlag
           IF WSSanctionHold
               SET WSStatusOnHold TO TRUE
           END-IF
           IF WSFound
               IF WSStreet NOT = Street OR WSCity NOT = City
                       OR WSState NOT = State OR WSZip NOT = Zip
                   SET WSAddressChanged TO TRUE
                   PERFORM Capture-Old-Address
               END-IF
               MOVE SPACES TO WSAuditBefore
               STRING FirstName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
           END-STRING
           CALL 'AUDITLOG' USING WSProgramId, "APPROV", IDNum,
               WSAuditBefore, WSAuditAfter
           IF WSAddressChanged
               PERFORM Log-Address-Change
           END-IF
           CALL 'HISTSNAP' USING IDNum, FirstName, LastName,
               CustStatus, Street, City, State, Zip,
               MOB, DOB, YOB, Phone, Balance, WSToday
           CALL 'NAMEIX' USING "ADD", IDNum, FirstName,
               LastName, Phone
           ADD 1 TO WSApprovedCount
           DISPLAY "  APPROVED and posted."
           EVALUATE TRUE
               WHEN NOT WSFound
                   MOVE SPACES TO WSLetterFree1
                   MOVE SPACES TO WSLetterFree2
                   MOVE "NEWACCT" TO WSLetterEvent
                   PERFORM Raise-Letter-Event
               WHEN WSAddressChanged
                   MOVE "ADDRCHG" TO WSLetterEvent
                   PERFORM Raise-Letter-Event
                   IF NOT WSAddressBad
                       MOVE "ADDROLD" TO WSLetterEvent
                       PERFORM Raise-Letter-Event
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSAddressChanged AND WSAddressBad
               PERFORM Clear-Bad-Address
           END-IF.

      *> The old address rides on the request's free-text lines
      *> so the ADDROLD letter can go to where the customer WAS.

       Capture-Old-Address.
           MOVE Street TO WSOldStreet
           MOVE Zip TO WSOldZip
           MOVE Street TO WSLetterFree1
           MOVE SPACES TO WSLetterFree2
           STRING City DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SPACE
               INTO WSLetterFree2
           END-STRING.

      *> An approved address change also leaves its own CHANGE
      *> row - street and ZIP, the images addrchg.cob and
      *> updatefile.cob log - so refundext.cob and sodscan.cob see
      *> it the same as a change keyed at the counter.

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
               WSAuditBefore, WSAuditAfter.

       Raise-Letter-Event.
           CALL 'LETREVT' USING WSLetterEvent, IDNum,
               WSLetterFree1, WSLetterFree2, WSLetterQueuedFlag.

      *> A new address replaces the one mail was bouncing from, so
      *> the undeliverable flag goes - the same clear badaddrent.cob
      *> does by hand.  A new phone alone leaves the flag in place.

       Clear-Bad-Address.
           OPEN I-O BadAddressFile
           IF WSBadStatus = "00"
               MOVE IDNum TO BAIDNum
               READ BadAddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE BadAddressFile RECORD
                       ADD 1 TO WSClearedCount
                       MOVE "BAD ADDRESS CLEARED - NEW ADDRESS APPROVED"
                           TO WSNoteText
                       CALL 'CUSTNOTE' USING IDNum, WSNoteText
                       DISPLAY "  Bad-address flag cleared."
               END-READ
               CLOSE BadAddressFile
               CALL 'FLAGSET' USING IDNum
           END-IF.

       Rewrite-Pending-Queue.
           MOVE 'N' TO WSEOF
