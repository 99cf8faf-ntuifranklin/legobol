       IDENTIFICATION DIVISION.
       PROGRAM-ID. guarrev.
      *> Nightly guarantee review - walks Guarantor.dat and releases
      *> every active guarantee whose account has now paid on time
      *> for the guarantee's release period (GTReleaseMonths, set in
      *> guarmaint.cob).  On time has the depreview.cob meaning: no
      *> dunning notice and no NSF fee - the mark of a returned
      *> payment.  The clock runs from the latest of the guarantee's
      *> start date, the last dunning notice on DunningLevel.dat,
      *> and the last NF fee on CustLedger.dat; once the period
      *> (MONTHADD) has passed since then, and the account is not
      *> on a dunning level today, the guarantee is marked released
      *> and a CUSTNOTE left on the account.  Guarantees on deleted
      *> customers are left to the account-closure run.  Nothing is
      *> posted, so no period check is needed.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuarantorFile ASSIGN TO "Guarantor.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GTIDNum
               FILE STATUS IS WSGuarStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT DunningFile ASSIGN TO "DunningLevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSDunStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout guarmaint.cob writes.
       FD GuarantorFile.
       01 GuarantorRecord.
           02 GTIDNum                 PIC 9(05).
           02 GTType                   PIC X(01).
               88 GTIsCustomer         VALUE 'C'.
               88 GTIsContact          VALUE 'X'.
           02 GTGuarIDNum              PIC 9(05).
           02 GTName                   PIC X(31).
           02 GTStreet                 PIC X(25).
           02 GTCity                   PIC X(15).
           02 GTState                  PIC X(02).
           02 GTZip                    PIC X(09).
           02 GTPhone                  PIC 9(10).
           02 GTStartDate              PIC 9(08).
           02 GTReleaseMonths          PIC 9(03).
           02 GTStatus                 PIC X(01).
               88 GTActive             VALUE 'A'.
               88 GTReleased           VALUE 'R'.
           02 GTReleaseDate            PIC 9(08).

       FD CustomerFile.
           COPY CUSTREC.

       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 DunLevel                 PIC 9(01).
           02 DunLastNoticeDate        PIC 9(08).

       FD LedgerFile.
           COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSGuarStatus                PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSDunStatus                  PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSGuarEOF                    PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01) VALUE 'N'.
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "GUARREV".
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSDunningFlag               PIC X(01) VALUE 'N'.
           88 WSOnDunningLevel         VALUE 'Y'.
       01 WSReviewCount                PIC 9(07) VALUE 0.
       01 WSReleaseCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSClockDate                  PIC 9(08).
       01 WSReleaseDue                 PIC 9(08).
       01 WSFullName                   PIC X(31).
       01 WSNoteText                   PIC X(60).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSReviewCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN I-O GuarantorFile
           IF WSGuarStatus NOT = "00"
               DISPLAY "No guarantor file - nothing to review."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSReviewCount
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
           DISPLAY "GUARANTEE REVIEW FOR " WSToday
           PERFORM UNTIL WSGuarEOF = 'Y'
               READ GuarantorFile NEXT RECORD
                   AT END MOVE 'Y' TO WSGuarEOF
                   NOT AT END
                       IF GTActive
                           PERFORM Review-One-Guarantee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE GuarantorFile
           DISPLAY "Guarantees reviewed:   " WSReviewCount
           DISPLAY "Guarantees released:   " WSReleaseCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSReviewCount
           GOBACK.

       Review-One-Guarantee.
           ADD 1 TO WSReviewCount
           MOVE GTIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF WSFound AND NOT IsDeleted
               MOVE GTStartDate TO WSClockDate
               PERFORM Check-Dunning
               PERFORM Scan-Ledger-For-NSF
               CALL 'MONTHADD' USING WSClockDate, GTReleaseMonths,
                   WSReleaseDue
               IF WSReleaseDue <= WSToday AND NOT WSOnDunningLevel
                   PERFORM Release-Guarantee
               END-IF
           END-IF.

      *> A notice restarts the clock; an account still on a dunning
      *> level is not on time however long ago the notice went.

       Check-Dunning.
           MOVE 'N' TO WSDunningFlag
           OPEN INPUT DunningFile
           IF WSDunStatus = "00"
               MOVE GTIDNum TO DunIDNum
               READ DunningFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DunLastNoticeDate > WSClockDate
                           MOVE DunLastNoticeDate TO WSClockDate
                       END-IF
                       IF DunLevel > 0
                           SET WSOnDunningLevel TO TRUE
                       END-IF
               END-READ
               CLOSE DunningFile
           END-IF.

       Scan-Ledger-For-NSF.
           MOVE 'N' TO WSLedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WSLedgerStatus = "00"
               PERFORM UNTIL WSLedgerEOF
                   READ LedgerFile
                       AT END SET WSLedgerEOF TO TRUE
                       NOT AT END
                           IF LedgIDNum = GTIDNum
                               AND LedgIsNSFFee
                               AND LedgPostDate > WSClockDate
                               MOVE LedgPostDate TO WSClockDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       Release-Guarantee.
           SET GTReleased TO TRUE
           MOVE WSToday TO GTReleaseDate
           REWRITE GuarantorRecord
           IF WSGuarStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           ADD 1 TO WSReleaseCount
           MOVE SPACES TO WSNoteText
           STRING "GUARANTEE RELEASED AFTER " DELIMITED BY SIZE
               GTReleaseMonths DELIMITED BY SIZE
               " ON-TIME MONTHS" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING GTIDNum, WSNoteText
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
           DISPLAY "  " GTIDNum " " WSFullName " guarantee released"
               " (since " GTStartDate ")".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSGuarStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSReviewCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
