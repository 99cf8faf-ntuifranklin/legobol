      *> Consolidated customer-flags subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FLAGGET.
      *> Front end to CustFlags.dat (CUSTFLAG.CPY), the one keyed
      *> file that answers, per customer, what BADADDR, PLANSTAT,
      *> LEGALHLD, DISPSTAT, AGYSTAT, CREDGET, CYCLEGET, CLASSGET
      *> and GRPGET used to open a side file apiece to find out.
      *> Three entries, in the FEEDREG.cob multiple-ENTRY style:
      *>   FLAGBAT - a batch job calls this once before its first
      *>             lookup (batchdriver.cob for the whole chain);
      *>             from then on the lookups read CustFlags.dat;
      *>   FLAGGET - the lookups call this first.  In batch, with a
      *>             current CustFlags.dat, LResult comes back 'Y'
      *>             with the customer's row in LFlagRecord (a
      *>             customer with no row gets a row of no flags);
      *>             otherwise 'N' and the lookup reads its own
      *>             side file, which is always the case online;
      *>   FLAGSET - a maintenance program calls this after it
      *>             changes a side file, and the customer's row is
      *>             re-derived from all nine side files, so the
      *>             flags never wait for the next rebuild.
      *> CustFlags.dat is "current" when flagbuild.cob last rebuilt
      *> it for tonight's processing date, or earlier today; a
      *> failed rebuild leaves the lookups on their own files -
      *> slower, never wrong.  In batch the file is opened once and
      *> kept open for the run, and the last customer's row is
      *> kept, so a program asking several questions about one
      *> customer reads one row once.
      *> Modification History:
      *>   A CustFlags.dat written under another layout (LAYOUTCK)
      *>   is never read or updated - the lookups stay on their own
      *>   files until flagbuild.cob rebuilds it.
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
               ACCESS IS RANDOM
               RECORD KEY IS BAIDNum
               FILE STATUS IS WSSideStatus.
           SELECT PlanFile ASSIGN TO "PayPlan.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PPIDNum
               FILE STATUS IS WSSideStatus.
           SELECT HoldFile ASSIGN TO "LegalHold.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LHIDNum
               FILE STATUS IS WSSideStatus.
           SELECT DisputeFile ASSIGN TO "Dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSPIDNum
               FILE STATUS IS WSSideStatus.
           SELECT PlaceFile ASSIGN TO "AgencyPlace.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS APLIDNum
               FILE STATUS IS WSSideStatus.
           SELECT LimitFile ASSIGN TO "CreditLimit.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSSideStatus.
           SELECT CycleFile ASSIGN TO "CustCycle.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CycIDNum
               FILE STATUS IS WSSideStatus.
           SELECT ClassXrefFile ASSIGN TO "CustClass.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CCIDNum
               FILE STATUS IS WSSideStatus.
           SELECT GroupFile ASSIGN TO "CustGroup.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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
       01 WSFlagStatus                PIC X(02).
       01 WSSideStatus                PIC X(02).
       01 WSBatchFlag                 PIC X(01) VALUE 'N'.
           88 WSBatchRun               VALUE 'Y'.
       01 WSModeFlag                  PIC X(01) VALUE SPACE.
           88 WSModeUndecided          VALUE SPACE.
           88 WSFlagsInUse             VALUE 'Y'.
           88 WSFlagsNotInUse          VALUE 'N'.
       01 WSCacheFlag                 PIC X(01) VALUE 'N'.
           88 WSCacheValid             VALUE 'Y'.
       01 WSCachedID                   PIC 9(05).
       01 WSCachedRecord               PIC X(47).
       01 WSDerivedRecord              PIC X(47).
       01 WSAnyFlag                   PIC X(01).
           88 WSHasFlags               VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSProcessDate                PIC 9(08).
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
           COPY LAYOUTVR.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlagRecord PIC X(47).
        01 LResult PIC X(01).
            88 LFlagsAnswered        VALUE 'Y'.
            88 LUseOwnFile           VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LFlagRecord, LResult.
       FLAGGET-Entry.
           SET LUseOwnFile TO TRUE
           IF NOT WSBatchRun
               GOBACK
           END-IF
           IF WSModeUndecided
               PERFORM Decide-Mode
           END-IF
           IF WSFlagsNotInUse
               GOBACK
           END-IF
           IF NOT WSCacheValid OR WSCachedID NOT = LIDNum
               MOVE LIDNum TO CFIDNum
               READ CustFlagFile
                   INVALID KEY PERFORM Clear-Flags
               END-READ
               MOVE CustFlagRecord TO WSCachedRecord
               MOVE LIDNum TO WSCachedID
               SET WSCacheValid TO TRUE
           END-IF
           MOVE WSCachedRecord TO LFlagRecord
           SET LFlagsAnswered TO TRUE
           GOBACK.

       ENTRY "FLAGBAT".
           SET WSBatchRun TO TRUE
           GOBACK.

       ENTRY "FLAGSET" USING LIDNum.
           PERFORM Derive-Flags
           MOVE CustFlagRecord TO WSDerivedRecord
           IF WSFlagsInUse
               PERFORM Store-Derived-Row
           ELSE
               CALL 'LAYOUTCK' USING LVCustFlagMaster, LVResult
               IF LVMismatch
                   GOBACK
               END-IF
               OPEN I-O CustFlagFile
               IF WSFlagStatus = "00"
                   PERFORM Store-Derived-Row
                   CLOSE CustFlagFile
               END-IF
           END-IF
           GOBACK.

      *> Only tonight's rebuild (or today's) is trusted; anything
      *> older sends the lookups back to their own files.

       Decide-Mode.
           SET WSFlagsNotInUse TO TRUE
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday TO WSProcessDate
           MOVE "PROCESS-DATE" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:8) NUMERIC
               MOVE WSParamValue(1:8) TO WSProcessDate
           END-IF
           CALL 'LAYOUTCK' USING LVCustFlagMaster, LVResult
           IF LVMatches
               OPEN I-O CustFlagFile
           ELSE
               MOVE "LV" TO WSFlagStatus
           END-IF
           IF WSFlagStatus = "00"
               MOVE 0 TO CFIDNum
               READ CustFlagFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CFBuildProcDate = WSProcessDate
                               OR CFBuiltOn = WSToday
                           SET WSFlagsInUse TO TRUE
                       END-IF
               END-READ
               IF WSFlagsNotInUse
                   CLOSE CustFlagFile
               END-IF
           END-IF.

       Clear-Flags.
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
           MOVE 0 TO CFLeadID.

      *> The same tests the nine lookups make on their own files.

       Derive-Flags.
           PERFORM Clear-Flags
           MOVE LIDNum TO CFIDNum
           OPEN INPUT BadAddressFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO BAIDNum
               READ BadAddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET CFAddressBad TO TRUE
               END-READ
               CLOSE BadAddressFile
           END-IF
           OPEN INPUT PlanFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO PPIDNum
               READ PlanFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PPCurrent
                           SET CFPlanCurrent TO TRUE
                       END-IF
               END-READ
               CLOSE PlanFile
           END-IF
           OPEN INPUT HoldFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO LHIDNum
               READ HoldFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LHActive
                           SET CFOnLegalHold TO TRUE
                       END-IF
               END-READ
               CLOSE HoldFile
           END-IF
           OPEN INPUT DisputeFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO DSPIDNum
               READ DisputeFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DSPOpen
                           SET CFDisputeOpen TO TRUE
                           MOVE DSPAmount TO CFDisputeAmount
                       END-IF
               END-READ
               CLOSE DisputeFile
           END-IF
           OPEN INPUT PlaceFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO APLIDNum
               READ PlaceFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF APLPlaced
                           SET CFPlaced TO TRUE
                           MOVE APLDate TO CFPlaceDate
                       END-IF
               END-READ
               CLOSE PlaceFile
           END-IF
           OPEN INPUT LimitFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO CLIDNum
               READ LimitFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET CFLimitFound TO TRUE
                       MOVE CLLimit TO CFLimit
               END-READ
               CLOSE LimitFile
           END-IF
           OPEN INPUT CycleFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO CycIDNum
               READ CycleFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CycNumber TO CFCycle
               END-READ
               CLOSE CycleFile
           END-IF
           OPEN INPUT ClassXrefFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO CCIDNum
               READ ClassXrefFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CCClass TO CFClass
               END-READ
               CLOSE ClassXrefFile
           END-IF
           OPEN INPUT GroupFile
           IF WSSideStatus = "00"
               MOVE LIDNum TO GRIDNum
               READ GroupFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET CFInGroup TO TRUE
                       MOVE GRLead TO CFLeadID
               END-READ
               CLOSE GroupFile
           END-IF.

      *> A customer left with no flags at all loses the row - the
      *> file only holds customers with something to say.

       Store-Derived-Row.
           MOVE 'N' TO WSAnyFlag
           IF CFAddressBad OR CFPlanCurrent OR CFOnLegalHold
                   OR CFDisputeOpen OR CFPlaced OR CFLimitFound
                   OR CFCycle NOT = 0 OR CFClass NOT = SPACES
                   OR CFInGroup
               SET WSHasFlags TO TRUE
           END-IF
           READ CustFlagFile
               INVALID KEY
                   IF WSHasFlags
                       MOVE WSDerivedRecord TO CustFlagRecord
                       WRITE CustFlagRecord
                   END-IF
               NOT INVALID KEY
                   IF WSHasFlags
                       MOVE WSDerivedRecord TO CustFlagRecord
                       REWRITE CustFlagRecord
                   ELSE
                       DELETE CustFlagFile RECORD
                   END-IF
           END-READ
           MOVE WSDerivedRecord TO WSCachedRecord
           MOVE LIDNum TO WSCachedID
           SET WSCacheValid TO TRUE.
