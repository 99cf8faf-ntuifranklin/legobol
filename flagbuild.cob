       IDENTIFICATION DIVISION.
       PROGRAM-ID. flagbuild.
      *> Nightly rebuild of CustFlags.dat (CUSTFLAG.CPY) - the one
      *> keyed customer-flags file the batch lookups read through
      *> FLAGGET instead of opening nine side files per question.
      *> Runs first thing in the chain: walks BadAddress.dat,
      *> PayPlan.dat, LegalHold.dat, Dispute.dat, AgencyPlace.dat,
      *> CreditLimit.dat, CustCycle.dat, CustClass.dat and
      *> CustGroup.dat once each, from the top, and sets each
      *> customer's flag the same way the side file's own lookup
      *> would answer.  The control row is written last, so a
      *> rebuild that dies part-way is never taken as current -
      *> the lookups simply stay on their own files.  Between
      *> rebuilds the maintenance programs keep rows current
      *> through FLAGSET.
      *> Modification History:
      *>   A completed rebuild stamps CustFlags.dat in LayoutCtl.dat
      *>   (LAYOUTST) as written under the compiled layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustFlagFile ASSIGN TO "CustFlags.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CFIDNum
               FILE STATUS IS WSFlagStatus.
           SELECT BadAddressFile ASSIGN TO "BadAddress.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BAIDNum
               FILE STATUS IS WSSideStatus.
           SELECT PlanFile ASSIGN TO "PayPlan.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PPIDNum
               FILE STATUS IS WSSideStatus.
           SELECT HoldFile ASSIGN TO "LegalHold.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LHIDNum
               FILE STATUS IS WSSideStatus.
           SELECT DisputeFile ASSIGN TO "Dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DSPIDNum
               FILE STATUS IS WSSideStatus.
           SELECT PlaceFile ASSIGN TO "AgencyPlace.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS APLIDNum
               FILE STATUS IS WSSideStatus.
           SELECT LimitFile ASSIGN TO "CreditLimit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSSideStatus.
           SELECT CycleFile ASSIGN TO "CustCycle.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CycIDNum
               FILE STATUS IS WSSideStatus.
           SELECT ClassXrefFile ASSIGN TO "CustClass.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CCIDNum
               FILE STATUS IS WSSideStatus.
           SELECT GroupFile ASSIGN TO "CustGroup.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GRIDNum
               FILE STATUS IS WSSideStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustFlagFile.
           COPY CUSTFLAG.

      *> Side-file layouts as their lookups read them.
       FD BadAddressFile.
       01 BadAddressRecord.
           02 BAIDNum                 PIC 9(05).
           02 BAFlagDate               PIC 9(08).
           02 BAReason                 PIC X(20).

       FD PlanFile.
       01 PlanRecord.
           02 PPIDNum                 PIC 9(05).
           02 PPMonthlyAmount          PIC 9(05)V99.
           02 PPDueDay                 PIC 9(02).
           02 PPInstallments           PIC 9(02).
           02 PPStartDate              PIC 9(08).
           02 PPStatus                 PIC X(01).
               88 PPCurrent            VALUE 'A'.

       FD HoldFile.
       01 HoldRecord.
           02 LHIDNum                 PIC 9(05).
           02 LHType                   PIC X(02).
           02 LHFileDate               PIC 9(08).
           02 LHStatus                 PIC X(01).
               88 LHActive             VALUE 'A'.

       FD DisputeFile.
       01 DisputeRecord.
           02 DSPIDNum                PIC 9(05).
           02 DSPAmount                PIC 9(07)V99.
           02 DSPStatus                PIC X(01).
               88 DSPOpen              VALUE 'O'.
           02 DSPOpenDate              PIC 9(08).
           02 DSPResolveDate           PIC 9(08).
           02 DSPReason                PIC X(30).

       FD PlaceFile.
       01 PlaceRecord.
           02 APLIDNum                PIC 9(05).
           02 APLDate                  PIC 9(08).
           02 APLBalance               PIC S9(07)V99.
           02 APLStatus                PIC X(01).
               88 APLPlaced            VALUE 'P'.

       FD LimitFile.
       01 LimitRecord.
           02 CLIDNum                 PIC 9(05).
           02 CLLimit                  PIC 9(07)V99.

       FD CycleFile.
       01 CycleRecord.
           02 CycIDNum                PIC 9(05).
           02 CycNumber                PIC 9(02).

       FD ClassXrefFile.
       01 ClassXrefRecord.
           02 CCIDNum                 PIC 9(05).
           02 CCClass                  PIC X(02).

       FD GroupFile.
       01 GroupRecord.
           02 GRIDNum                 PIC 9(05).
           02 GRLead                   PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFlagStatus                PIC X(02).
       01 WSSideStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "FLAGBUILD".
       01 WSFlaggedCount               PIC 9(07) VALUE 0.
       01 WSSideRows                   PIC 9(07).
       01 WSSideName                   PIC X(16).
       01 WSFlagID                     PIC 9(05).
       01 WSRowOnFileFlag             PIC X(01).
           88 WSRowOnFile              VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSProcessDate                PIC 9(08).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSFlaggedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday TO WSProcessDate
           MOVE "PROCESS-DATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:8) NUMERIC
               MOVE WSParamValue(1:8) TO WSProcessDate
           END-IF
           OPEN OUTPUT CustFlagFile
           IF WSFlagStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CLOSE CustFlagFile
           OPEN I-O CustFlagFile
           IF WSFlagStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "CUSTOMER FLAGS REBUILD - " WSProcessDate
           DISPLAY "SIDE FILE        ROWS FLAGGED"
           PERFORM Scan-Bad-Addresses
           PERFORM Scan-Payment-Plans
           PERFORM Scan-Legal-Holds
           PERFORM Scan-Disputes
           PERFORM Scan-Agency-Placements
           PERFORM Scan-Credit-Limits
           PERFORM Scan-Cycles
           PERFORM Scan-Classes
           PERFORM Scan-Groups
           PERFORM Write-Control-Row
           CLOSE CustFlagFile
           CALL 'LAYOUTST' USING LVCustFlagMaster, WSProgramId
           DISPLAY "Customers with flags:  " WSFlaggedCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSFlaggedCount
           GOBACK.

       Scan-Bad-Addresses.
           MOVE "BadAddress.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT BadAddressFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ BadAddressFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE BAIDNum TO WSFlagID
                           PERFORM Fetch-Flag-Row
                           SET CFAddressBad TO TRUE
                           PERFORM Store-Flag-Row
                   END-READ
               END-PERFORM
               CLOSE BadAddressFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Payment-Plans.
           MOVE "PayPlan.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT PlanFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ PlanFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF PPCurrent
                               MOVE PPIDNum TO WSFlagID
                               PERFORM Fetch-Flag-Row
                               SET CFPlanCurrent TO TRUE
                               PERFORM Store-Flag-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PlanFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Legal-Holds.
           MOVE "LegalHold.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT HoldFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ HoldFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LHActive
                               MOVE LHIDNum TO WSFlagID
                               PERFORM Fetch-Flag-Row
                               SET CFOnLegalHold TO TRUE
                               PERFORM Store-Flag-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Disputes.
           MOVE "Dispute.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT DisputeFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ DisputeFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF DSPOpen
                               MOVE DSPIDNum TO WSFlagID
                               PERFORM Fetch-Flag-Row
                               SET CFDisputeOpen TO TRUE
                               MOVE DSPAmount TO CFDisputeAmount
                               PERFORM Store-Flag-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Agency-Placements.
           MOVE "AgencyPlace.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT PlaceFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ PlaceFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF APLPlaced
                               MOVE APLIDNum TO WSFlagID
                               PERFORM Fetch-Flag-Row
                               SET CFPlaced TO TRUE
                               MOVE APLDate TO CFPlaceDate
                               PERFORM Store-Flag-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PlaceFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Credit-Limits.
           MOVE "CreditLimit.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT LimitFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ LimitFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE CLIDNum TO WSFlagID
                           PERFORM Fetch-Flag-Row
                           SET CFLimitFound TO TRUE
                           MOVE CLLimit TO CFLimit
                           PERFORM Store-Flag-Row
                   END-READ
               END-PERFORM
               CLOSE LimitFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Cycles.
           MOVE "CustCycle.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT CycleFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ CycleFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CycNumber NOT = 0
                               MOVE CycIDNum TO WSFlagID
                               PERFORM Fetch-Flag-Row
                               MOVE CycNumber TO CFCycle
                               PERFORM Store-Flag-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CycleFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Classes.
           MOVE "CustClass.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT ClassXrefFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ClassXrefFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CCClass NOT = SPACES
                               MOVE CCIDNum TO WSFlagID
                               PERFORM Fetch-Flag-Row
                               MOVE CCClass TO CFClass
                               PERFORM Store-Flag-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClassXrefFile
           END-IF
           PERFORM Show-Side-File.

       Scan-Groups.
           MOVE "CustGroup.dat" TO WSSideName
           MOVE 0 TO WSSideRows
           OPEN INPUT GroupFile
           IF WSSideStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ GroupFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE GRIDNum TO WSFlagID
                           PERFORM Fetch-Flag-Row
                           SET CFInGroup TO TRUE
                           MOVE GRLead TO CFLeadID
                           PERFORM Store-Flag-Row
                   END-READ
               END-PERFORM
               CLOSE GroupFile
           END-IF
           PERFORM Show-Side-File.

      *> The customer's row so far, or a fresh row of no flags for
      *> the first side file that mentions them.

       Fetch-Flag-Row.
           MOVE WSFlagID TO CFIDNum
           MOVE 'Y' TO WSRowOnFileFlag
           READ CustFlagFile
               INVALID KEY
                   MOVE 'N' TO WSRowOnFileFlag
                   MOVE WSFlagID TO CFIDNum
                   MOVE 'N' TO CFBadAddress
                   MOVE 'N' TO CFPlan
                   MOVE 'N' TO CFLegal
                   MOVE 'N' TO CFDispute
                   MOVE 0 TO CFDisputeAmount
                   MOVE 'N' TO CFAgency
                   MOVE 0 TO CFPlaceDate
                   MOVE 'N' TO CFCredit
                   MOVE 0 TO CFLimit
                   MOVE 0 TO CFCycle
                   MOVE SPACES TO CFClass
                   MOVE 'N' TO CFGroup
                   MOVE 0 TO CFLeadID
           END-READ.

       Store-Flag-Row.
           ADD 1 TO WSSideRows
           IF WSRowOnFile
               REWRITE CustFlagRecord
           ELSE
               WRITE CustFlagRecord
               ADD 1 TO WSFlaggedCount
           END-IF
           IF WSFlagStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF.

       Show-Side-File.
           DISPLAY WSSideName " " WSSideRows.

      *> Written last - FLAGGET trusts the file only once this row
      *> carries tonight's date.

       Write-Control-Row.
           MOVE 0 TO CFIDNum
           MOVE SPACES TO CFControl
           MOVE WSProcessDate TO CFBuildProcDate
           MOVE WSToday TO CFBuiltOn
           MOVE WSFlaggedCount TO CFBuildCount
           WRITE CustFlagRecord
           IF WSFlagStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF.

       File-Error-Abend.
           DISPLAY "FLAGBUILD - CustFlags.dat status " WSFlagStatus
               " - rebuild abandoned; lookups stay on their own "
               "files."
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSFlaggedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
