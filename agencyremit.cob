       IDENTIFICATION DIVISION.
       PROGRAM-ID. agencyremit.
      *> Collection-agency remittance posting - when an agency
      *> collects on an account agencyplace.cob sent it, it sends
      *> us one check net of its commission with a list of the
      *> accounts behind it (AgencyRemit.dat: agency code, IDNum,
      *> gross collected, commission kept).  Each line is validated
      *> the way cardsettle.cob validates a settlement item (agency
      *> on the Agency.dat table, check digit, customer exists, not
      *> deleted) and the GROSS collected is posted against the
      *> Balance through LEDGPOST under its own "AC" transaction
      *> code - the customer paid the whole amount, whatever the
      *> agency kept.  The commission on every line posted is
      *> logged on AgencyComm.dat, which gljournal.cob books to
      *> collection expense, depositrecon.cob nets out of the
      *> AGENCY deposit, and agencystmt.cob checks against each
      *> agency's contract rate at month end.  Failures go to
      *> AgencySusp.dat with a reason; a collection on an account
      *> not placed with an agency still posts but is listed for
      *> the collections office with the warning return code.
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
           SELECT RemitFile ASSIGN TO "AgencyRemit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRemitStatus.
           SELECT AgencyFile ASSIGN TO "Agency.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAgencyStatus.
           SELECT SuspenseFile ASSIGN TO "AgencySusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSuspenseStatus.
           SELECT CommissionFile ASSIGN TO "AgencyComm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCommissionStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Agency remittance layout - one collected account per line.
       FD RemitFile.
       01 RemitRecord.
           02 AR-AgencyCode           PIC X(04).
           02 AR-IDNum                 PIC 9(05).
           02 AR-Gross                 PIC 9(07)V99.
           02 AR-Commission            PIC 9(07)V99.

      *> Agency table - code, name and contract commission rate
      *> (percent of gross collected).
       FD AgencyFile.
       01 AgencyRecord.
           02 AGCode                  PIC X(04).
           02 AGName                   PIC X(20).
           02 AGRate                   PIC 9(02)V99.

      *> Same layout as lockboxpost.cob's suspense file.
       FD SuspenseFile.
       01 SuspenseRecord.
           02 SuspIDNum               PIC 9(05).
           02 FILLER                  PIC X(01).
           02 SuspAmount               PIC 9(07)V99.
           02 FILLER                  PIC X(01).
           02 SuspReason               PIC X(20).
           02 FILLER                  PIC X(01).
           02 SuspDate                 PIC 9(08).

      *> One row per collection posted - the commission the agency
      *> kept out of its check.
       FD CommissionFile.
       01 CommissionRecord.
           02 ACDate                  PIC 9(08).
           02 ACAgency                 PIC X(04).
           02 ACIDNum                  PIC 9(05).
           02 ACGross                  PIC 9(07)V99.
           02 ACCommission             PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSRemitStatus                PIC X(02).
       01 WSAgencyStatus               PIC X(02).
       01 WSSuspenseStatus             PIC X(02).
       01 WSCommissionStatus           PIC X(02).
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "AGENCYRMT".
       01 WSPostedCount                PIC 9(07) VALUE 0.
       01 WSSuspenseCount              PIC 9(05) VALUE 0.
       01 WSNotPlacedCount             PIC 9(05) VALUE 0.
       01 WSPostedTotal                PIC 9(09)V99 VALUE 0.
       01 WSCommissionTotal            PIC 9(09)V99 VALUE 0.
       01 WSSuspenseTotal              PIC 9(09)V99 VALUE 0.
       01 WSNetTotal                   PIC 9(09)V99 VALUE 0.
       01 WSPaymentAmount              PIC S9(07)V99.
       01 WSPostDate                  PIC 9(08).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSPlacedFlag                PIC X(01).
           88 WSIsPlaced               VALUE 'Y'.
       01 WSPlaceDate                  PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSAgencyEOFFlag             PIC X(01) VALUE 'N'.
           88 WSAgencyEOF              VALUE 'Y'.
       01 WSAgencySub                  PIC 9(02).
       01 WSAgencyCount                PIC 9(02) VALUE 0.
       01 WSAgencyTable.
           02 WSAgencyCode             PIC X(04) OCCURS 50 TIMES.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSPostedCount
           PERFORM Check-Period-Open
           OPEN INPUT RemitFile
           IF WSRemitStatus NOT = "00"
               DISPLAY "No agency remittance file found - "
                   "nothing to post."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSPostedCount
               GOBACK
           END-IF
           PERFORM Load-Agency-Table
           OPEN I-O CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN EXTEND SuspenseFile
           IF WSSuspenseStatus = "35"
               OPEN OUTPUT SuspenseFile
           END-IF
           OPEN EXTEND CommissionFile
           IF WSCommissionStatus = "35"
               OPEN OUTPUT CommissionFile
           END-IF
           DISPLAY "AGENCY REMITTANCE POSTING FOR " WSPostDate
           DISPLAY "-------------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ RemitFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Post-One-Line
               END-READ
           END-PERFORM
           CLOSE CommissionFile
           CLOSE SuspenseFile
           CLOSE CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CLOSE RemitFile
           PERFORM Print-Posting-Report
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSPostedCount
           GOBACK.

       Load-Agency-Table.
           OPEN INPUT AgencyFile
           IF WSAgencyStatus = "00"
               PERFORM UNTIL WSAgencyEOF
                   READ AgencyFile
                       AT END SET WSAgencyEOF TO TRUE
                       NOT AT END
                           IF WSAgencyCount < 50
                               ADD 1 TO WSAgencyCount
                               MOVE AGCode TO
                                   WSAgencyCode(WSAgencyCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgencyFile
           END-IF.

       Post-One-Line.
           PERFORM VARYING WSAgencySub FROM 1 BY 1
                   UNTIL WSAgencySub > WSAgencyCount
                   OR WSAgencyCode(WSAgencySub) = AR-AgencyCode
               CONTINUE
           END-PERFORM
           MOVE AR-IDNum TO IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN WSAgencySub > WSAgencyCount
                   MOVE "UNKNOWN AGENCY" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN NOT WSCheckDigitOK
                   MOVE "BAD CHECK DIGIT" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN NOT WSFound
                   MOVE "NO MATCHING CUSTOMER" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN IsDeleted
                   MOVE "ACCOUNT DELETED" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN AR-Gross = 0
                   MOVE "ZERO AMOUNT" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN AR-Commission > AR-Gross
                   MOVE "COMMISSION > GROSS" TO SuspReason
                   PERFORM Write-Suspense-Record
               WHEN OTHER
                   PERFORM Apply-Collection
           END-EVALUATE.

       Apply-Collection.
           COMPUTE WSPaymentAmount = AR-Gross * -1
           ADD WSPaymentAmount TO Balance
           REWRITE CustomerRecord
           END-REWRITE
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LEDGPOST' USING IDNum, "AC", WSPaymentAmount
           MOVE SPACES TO CommissionRecord
           MOVE WSPostDate TO ACDate
           MOVE AR-AgencyCode TO ACAgency
           MOVE IDNum TO ACIDNum
           MOVE AR-Gross TO ACGross
           MOVE AR-Commission TO ACCommission
           WRITE CommissionRecord
           MOVE AR-Gross TO WSBalanceEdit
           MOVE SPACES TO WSNoteText
           STRING "AGENCY COLLECTION " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               " RECEIVED FROM " DELIMITED BY SIZE
               AR-AgencyCode DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           ADD 1 TO WSPostedCount
           ADD AR-Gross TO WSPostedTotal
           ADD AR-Commission TO WSCommissionTotal
           DISPLAY "POSTED   " AR-AgencyCode " " IDNum " "
               WSBalanceEdit WITH NO ADVANCING
           MOVE AR-Commission TO WSBalanceEdit
           DISPLAY "  comm " WSBalanceEdit "  "
               FirstName " " LastName
      *> The money is ours either way - but an agency collecting
      *> on an account it does not hold needs asking why.
           CALL 'AGYSTAT' USING IDNum, WSPlacedFlag, WSPlaceDate
           IF NOT WSIsPlaced
               ADD 1 TO WSNotPlacedCount
               DISPLAY "         ^ account not placed with an "
                   "agency - query the commission"
           END-IF.

       Write-Suspense-Record.
           MOVE AR-IDNum TO SuspIDNum
           MOVE AR-Gross TO SuspAmount
           MOVE WSPostDate TO SuspDate
           WRITE SuspenseRecord
           ADD 1 TO WSSuspenseCount
           ADD AR-Gross TO WSSuspenseTotal
           MOVE AR-Gross TO WSBalanceEdit
           DISPLAY "SUSPENSE " AR-AgencyCode " " AR-IDNum " "
               WSBalanceEdit "  " SuspReason.

      *> The net posted is what the agency's check should carry;
      *> depositrecon.cob ties it to the AGENCY deposit.

       Print-Posting-Report.
           DISPLAY "-------------------------------------"
           MOVE WSPostedTotal TO WSBalanceEdit
           DISPLAY "Collections posted (gross): " WSPostedCount
               "  " WSBalanceEdit
           MOVE WSCommissionTotal TO WSBalanceEdit
           DISPLAY "Commission kept by agency:          "
               WSBalanceEdit
           COMPUTE WSNetTotal = WSPostedTotal - WSCommissionTotal
           MOVE WSNetTotal TO WSBalanceEdit
           DISPLAY "Net due in the agency check:        "
               WSBalanceEdit
           MOVE WSSuspenseTotal TO WSBalanceEdit
           DISPLAY "Lines suspended:            " WSSuspenseCount
               "    " WSBalanceEdit
           DISPLAY "Posted on accounts not placed: "
               WSNotPlacedCount
           IF WSSuspenseCount > 0 OR WSNotPlacedCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       Check-Period-Open.
           ACCEPT WSPostDate FROM DATE YYYYMMDD
           CALL 'PERIODCK' USING WSPostDate, WSPeriodFlag,
               WSOpenPeriod
           IF NOT WSPostingAllowed
               DISPLAY "Posting refused - period for " WSPostDate
                   " is closed (open period is " WSOpenPeriod ")."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSPostedCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSPostedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
