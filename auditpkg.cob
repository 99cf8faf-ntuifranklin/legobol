      *>   section 5   - erasure.cob's destruction certificates
      *>   section 6   - custrecon.cob's count history from the
      *>                 run log
      *>   section 7   - the allowance for doubtful accounts
      *>                 monthend.cob set for the period, customer
      *>                 by customer, with the change journalled
      *>   section 8   - the CHAINVFY proof that CustAudit.dat and
      *>                 RunLog.dat are unaltered end to end
      *> so the auditors start from our evidence instead of our
      *> memory.
      *> Modification History:
      *>   The write-off register now carries settlement write-offs
      *>   (SW, settlechk.cob) beside the small-balance ones, each
      *>   line showing its code.
      *>   Added section 7, the period's allowance for doubtful
      *>   accounts from ReserveDetail.dat and ReserveBal.dat.
      *>   Added section 8, the tamper-evidence check of the audit
      *>   trail and run log the other sections quote from.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
      *>   CustAudit.dat and RunLog.dat rows are read at their
      *>   full width, the original row plus the chain link
      *>   after it, so the link no longer comes back as a row
      *>   of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WSCertStatus.
           SELECT PackageFile ASSIGN TO "AuditPkg.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReserveDetailFile ASSIGN TO "ReserveDetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDetailStatus.
           SELECT ReserveBalFile ASSIGN TO "ReserveBal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReserveBalStatus.

       DATA DIVISION.
       FILE SECTION.
           COPY CUSTLEDG.

       FD RunLogFile.
       01 RunLogRecord.
           02 RunLogRow               PIC X(80).
           02 FILLER                   PIC X(46).

       FD AuditFile.
       01 AuditRecord.
           02 AuditRow                PIC X(170).
           02 FILLER                   PIC X(46).

       FD CertFile.
       01 CertLine                    PIC X(80).
       FD PackageFile.
       01 PackageLine                 PIC X(132).

      *> monthend.cob's reserve layouts.
       FD ReserveDetailFile.
       01 ReserveDetailRecord.
           02 RDPeriod                PIC 9(06).
           02 RDIDNum                  PIC 9(05).
           02 RDBasis                  PIC X(01).
           02 RDClass                  PIC X(02).
           02 RDCurrent                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RD30                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RD60                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RD90                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RDReserve                PIC 9(07)V99.

       FD ReserveBalFile.
       01 ReserveBalRecord.
           02 RBPeriod                PIC 9(06).
           02 RBReserve                PIC 9(09)V99.
           02 RBChange                 PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RBDate                   PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSLedgerStatus               PIC X(02).
       01 WSRunLogStatus               PIC X(02).
       01 WSAuditStatus                PIC X(02).
       01 WSCertStatus                 PIC X(02).
       01 WSDetailStatus               PIC X(02).
       01 WSReserveBalStatus           PIC X(02).
       01 WSReserveTotal               PIC 9(09)V99 VALUE 0.
       01 WSReserveChange              PIC S9(09)V99 VALUE 0.
       01 WSReserveFoundFlag          PIC X(01) VALUE 'N'.
           88 WSReserveFound           VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "AUDITPKG".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSChainLog                   PIC X(01).
       01 WSChainLogName               PIC X(14).
       01 WSChainResult                PIC X(01).
           88 WSChainIntact            VALUE 'I'.
           88 WSChainBroken            VALUE 'B'.
       01 WSChainRows                  PIC 9(09).
       01 WSChainLinks                 PIC 9(09).
       01 WSChainBreakRow              PIC 9(09).
       01 WSChainReason                PIC X(50).

       *> Dollar-sign/comma edit pictures, same as trialbal.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
           PERFORM Write-Adjustment-Section
           PERFORM Write-Certificate-Section
           PERFORM Write-Recon-Section
           PERFORM Write-Allowance-Section
           PERFORM Write-Chain-Section
           CLOSE PackageFile
           DISPLAY "Audit evidence package for " WSPackagePeriod
               " written to AuditPkg.prt - " WSLineCount
           MOVE 'N' TO WSEOF
           OPEN INPUT CustomerFile
           IF WSFileStatus = "00"
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   MOVE "*** CUSTOMER MASTER LAYOUT MISMATCH ***"
                       TO PackageLine
                   PERFORM Put-Line
                   MOVE 'Y' TO WSEOF
               END-IF
               PERFORM UNTIL WSEOF = 'Y'
                   READ CustomerFile
                       AT END MOVE 'Y' TO WSEOF
           MOVE SPACES TO WSToken2
           MOVE SPACES TO WSToken3
           MOVE SPACES TO WSToken4
           UNSTRING RunLogRow DELIMITED BY ALL SPACE
               INTO WSToken1 WSToken2 WSToken3 WSToken4
           END-UNSTRING
           IF WSToken1 = WSWantedProgram
                   AND WSToken3(4:6) = WSPackagePeriod
               MOVE SPACES TO PackageLine
               STRING "  " DELIMITED BY SIZE
                   RunLogRow DELIMITED BY SIZE
                   INTO PackageLine
               END-STRING
               PERFORM Put-Line
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LedgPostDate(1:6) = WSPackagePeriod
                                   AND (LedgIsWriteOff
                                       OR LedgIsSettlementWO)
                               PERFORM Copy-One-WriteOff
                           END-IF
                   END-READ
               " " DELIMITED BY SIZE
               LedgIDNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LedgTransCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyEdit DELIMITED BY SIZE
               INTO PackageLine
           END-STRING
           MOVE 0 TO WSSectionCount
           MOVE "CUSTRECON" TO WSWantedProgram
           PERFORM Copy-RunLog-Rows-For.

      *> The reserve monthend.cob set when it closed the period: one
      *> line per customer (basis B = aged at the class loss rates,
      *> L = legal hold, A = agency placed), then the total and the
      *> change journalled to bad-debt expense.

       Write-Allowance-Section.
           MOVE "SECTION 7 - ALLOWANCE FOR DOUBTFUL ACCOUNTS"
               TO PackageLine
           PERFORM Put-Line
           MOVE "  CUST  BASIS CLASS        CURRENT         30 DAY"
               TO PackageLine
           MOVE "         60 DAY        90+ DAY        RESERVE"
               TO PackageLine(51:46)
           PERFORM Put-Line
           MOVE 0 TO WSSectionCount
           MOVE 'N' TO WSEOF
           OPEN INPUT ReserveDetailFile
           IF WSDetailStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ ReserveDetailFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RDPeriod = WSPackagePeriod
                               PERFORM Copy-One-Reserve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReserveDetailFile
           END-IF
           MOVE 'N' TO WSEOF
           OPEN INPUT ReserveBalFile
           IF WSReserveBalStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ ReserveBalFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RBPeriod = WSPackagePeriod
                               SET WSReserveFound TO TRUE
                               MOVE RBReserve TO WSReserveTotal
                               MOVE RBChange TO WSReserveChange
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReserveBalFile
           END-IF
           IF NOT WSReserveFound
               MOVE "  (no allowance calculated for this period)"
                   TO PackageLine
               PERFORM Put-Line
           ELSE
               MOVE WSReserveTotal TO WSBalanceEdit
               MOVE SPACES TO PackageLine
               STRING "  CUSTOMERS RESERVED: " DELIMITED BY SIZE
                   WSSectionCount DELIMITED BY SIZE
                   "  ALLOWANCE " DELIMITED BY SIZE
                   WSBalanceEdit DELIMITED BY SIZE
                   INTO PackageLine
               END-STRING
               PERFORM Put-Line
               MOVE WSReserveChange TO WSMoneyEdit
               MOVE SPACES TO PackageLine
               STRING "  CHANGE JOURNALLED:  " DELIMITED BY SIZE
                   WSMoneyEdit DELIMITED BY SIZE
                   INTO PackageLine
               END-STRING
               PERFORM Put-Line
           END-IF
           MOVE SPACES TO PackageLine
           PERFORM Put-Line.

       Copy-One-Reserve.
           MOVE SPACES TO PackageLine
           MOVE RDIDNum TO PackageLine(3:5)
           MOVE RDBasis TO PackageLine(11:1)
           MOVE RDClass TO PackageLine(15:2)
           MOVE RDCurrent TO WSMoneyEdit
           MOVE WSMoneyEdit TO PackageLine(20:15)
           MOVE RD30 TO WSMoneyEdit
           MOVE WSMoneyEdit TO PackageLine(35:15)
           MOVE RD60 TO WSMoneyEdit
           MOVE WSMoneyEdit TO PackageLine(50:15)
           MOVE RD90 TO WSMoneyEdit
           MOVE WSMoneyEdit TO PackageLine(65:15)
           MOVE RDReserve TO WSBalanceEdit
           MOVE WSBalanceEdit TO PackageLine(82:13)
           PERFORM Put-Line
           ADD 1 TO WSSectionCount.

      *> Sections 1, 4 and 6 quote the audit trail and run log, so
      *> the package closes with CHAINVFY's proof that neither has
      *> been edited, cut or added to since it was written.

       Write-Chain-Section.
           MOVE "SECTION 8 - LOG CHAIN VERIFICATION" TO PackageLine
           PERFORM Put-Line
           MOVE "A" TO WSChainLog
           MOVE "CustAudit.dat" TO WSChainLogName
           PERFORM Verify-One-Chain
           MOVE "R" TO WSChainLog
           MOVE "RunLog.dat" TO WSChainLogName
           PERFORM Verify-One-Chain
           MOVE SPACES TO PackageLine
           PERFORM Put-Line.

       Verify-One-Chain.
           CALL 'CHAINVFY' USING WSChainLog, WSChainResult,
               WSChainRows, WSChainLinks, WSChainBreakRow,
               WSChainReason
           MOVE SPACES TO PackageLine
           EVALUATE TRUE
               WHEN WSChainIntact
                   STRING "  " DELIMITED BY SIZE
                       WSChainLogName DELIMITED BY SIZE
                       " INTACT - ROWS " DELIMITED BY SIZE
                       WSChainRows DELIMITED BY SIZE
                       "  LINKS VERIFIED " DELIMITED BY SIZE
                       WSChainLinks DELIMITED BY SIZE
                       INTO PackageLine
                   END-STRING
               WHEN WSChainBroken
                   STRING "  " DELIMITED BY SIZE
                       WSChainLogName DELIMITED BY SIZE
                       " BROKEN AT ROW " DELIMITED BY SIZE
                       WSChainBreakRow DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WSChainReason DELIMITED BY SIZE
                       INTO PackageLine
                   END-STRING
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                       WSChainLogName DELIMITED BY SIZE
                       " NOT ON FILE" DELIMITED BY SIZE
                       INTO PackageLine
                   END-STRING
           END-EVALUATE
           PERFORM Put-Line.
