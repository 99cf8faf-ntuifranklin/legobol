       IDENTIFICATION DIVISION.
       PROGRAM-ID. skipextract.
      *> Weekly skip-tracing extract - a customer whose mail comes
      *> back undeliverable (flagged on BadAddress.dat through
      *> badaddrent.cob) drops out of the dunning and statement
      *> runs, so an account that still owes us goes quiet until it
      *> is written off or placed.  This run writes every such
      *> customer with a positive Balance - including a closed
      *> account whose final bill left a debit (FINALST) - to the
      *> skip-tracing vendor's fixed format (SkipTraceOut.dat):
      *> name, the last address we have, Phone, and DateOfBirth,
      *> with a "T" trailer carrying the record count and dollar
      *> control total the way bureauextract.cob does.  The vendor's
      *> answers come back through skipimport.cob.  Accounts under
      *> an active legal hold, or time-barred (LIMSTAT), are not
      *> sent - we may not pursue them.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT BadAddressFile ASSIGN TO "BadAddress.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BAIDNum
               FILE STATUS IS WSBadStatus.
           SELECT SkipFile ASSIGN TO "SkipTraceOut.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout badaddrent.cob writes.
       FD BadAddressFile.
       01 BadAddressRecord.
           02 BAIDNum                 PIC 9(05).
           02 BAFlagDate               PIC 9(08).
           02 BAReason                 PIC X(20).

      *> Vendor's fixed layout - one account per line, "T" trailer
      *> with count and dollar control total.
       FD SkipFile.
       01 SkipRecord.
           02 SK-RecType              PIC X(01).
           02 SK-IDNum                 PIC 9(05).
           02 SK-LastName              PIC X(15).
           02 SK-FirstName             PIC X(15).
           02 SK-Street                PIC X(25).
           02 SK-City                  PIC X(15).
           02 SK-State                 PIC X(02).
           02 SK-Zip                   PIC X(09).
           02 SK-Phone                 PIC 9(10).
           02 SK-DOB                   PIC 9(08).
           02 SK-Balance               PIC 9(07)V99.
           02 SK-FlagDate              PIC 9(08).
       01 SkipTrailer REDEFINES SkipRecord.
           02 ST-RecType              PIC X(01).
           02 ST-Count                 PIC 9(07).
           02 ST-Total                 PIC 9(11)V99.
           02 FILLER                  PIC X(101).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSBadStatus                  PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "SKIPEXTR".
       01 WSSentCount                  PIC 9(07) VALUE 0.
       01 WSSentTotal                  PIC 9(11)V99 VALUE 0.
       01 WSLegalHeldCount             PIC 9(05) VALUE 0.
       01 WSBarredCount                PIC 9(05) VALUE 0.
       01 WSFullName                   PIC X(31).
       01 WSBadAddressFlag            PIC X(01).
           88 WSAddressBad             VALUE 'Y'.
       01 WSBadOpenFlag               PIC X(01) VALUE 'N'.
           88 WSBadOpen                VALUE 'Y'.
       01 WSFinalFlag                 PIC X(01).
           88 WSFinalBilled            VALUE 'Y'.
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSTimeBarredFlag            PIC X(01).
           88 WSTimeBarred             VALUE 'Y'.
       01 WSReportExpiredFlag         PIC X(01).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSSentCount
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
      *> No bad-address file means nobody is flagged - the run
      *> still writes an empty extract with its trailer.
           OPEN INPUT BadAddressFile
           IF WSBadStatus = "00"
               SET WSBadOpen TO TRUE
           END-IF
           OPEN OUTPUT SkipFile
           DISPLAY "SKIP-TRACING EXTRACT REGISTER"
           DISPLAY "-----------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSBalance > 0
                           PERFORM Check-One-Customer
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Write-Trailer
           CLOSE SkipFile
           IF WSBadOpen
               CLOSE BadAddressFile
           END-IF
           CLOSE CustomerFile
           DISPLAY "-----------------------------"
           MOVE WSSentTotal TO WSBalanceEdit
           DISPLAY "Accounts sent for tracing: " WSSentCount
               "  " WSBalanceEdit
           DISPLAY "Held (legal hold):         " WSLegalHeldCount
           DISPLAY "Held (time-barred):        " WSBarredCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSSentCount
           GOBACK.

       Check-One-Customer.
           MOVE 'N' TO WSFinalFlag
           IF WSIsDeleted
               CALL 'FINALST' USING WSIDNum, WSFinalFlag
           END-IF
           IF NOT WSIsDeleted OR WSFinalBilled
               PERFORM Read-Bad-Address
               IF WSAddressBad
                   CALL 'LEGALHLD' USING WSIDNum, WSLegalFlag
                   CALL 'LIMSTAT' USING WSIDNum, WSTimeBarredFlag,
                       WSReportExpiredFlag
                   EVALUATE TRUE
                       WHEN WSOnLegalHold
                           ADD 1 TO WSLegalHeldCount
                       WHEN WSTimeBarred
                           ADD 1 TO WSBarredCount
                       WHEN OTHER
                           PERFORM Write-Skip-Record
                   END-EVALUATE
               END-IF
           END-IF.

       Read-Bad-Address.
           MOVE 'N' TO WSBadAddressFlag
           IF WSBadOpen
               MOVE WSIDNum TO BAIDNum
               READ BadAddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WSAddressBad TO TRUE
               END-READ
           END-IF.

       Write-Skip-Record.
           MOVE 'D' TO SK-RecType
           MOVE WSIDNum TO SK-IDNum
           MOVE WSLastName TO SK-LastName
           MOVE WSFirstName TO SK-FirstName
           MOVE WSStreet TO SK-Street
           MOVE WSCity TO SK-City
           MOVE WSState TO SK-State
           MOVE WSZip TO SK-Zip
           MOVE WSPhone TO SK-Phone
           COMPUTE SK-DOB = (WSMOB * 1000000) + (WSDOB * 10000)
               + WSYOB
           MOVE WSBalance TO SK-Balance
           MOVE BAFlagDate TO SK-FlagDate
           WRITE SkipRecord
           ADD 1 TO WSSentCount
           ADD WSBalance TO WSSentTotal
           CALL 'NAMEFMT' USING WSFirstName, WSLastName, WSFullName
           MOVE WSBalance TO WSBalanceEdit
           DISPLAY WSIDNum " " WSFullName " " WSBalanceEdit
               "  returned mail " BAFlagDate.

       Write-Trailer.
           MOVE SPACES TO SkipRecord
           MOVE 'T' TO ST-RecType
           MOVE WSSentCount TO ST-Count
           MOVE WSSentTotal TO ST-Total
           WRITE SkipRecord.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSSentCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
