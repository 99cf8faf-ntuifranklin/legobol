       IDENTIFICATION DIVISION.
       PROGRAM-ID. layoutcnv.
      *> Customer master layout conversion - the one conversion run
      *> for every change to CUSTREC.CPY, instead of a new one-off
      *> program each time a field is added.  The layout change is
      *> described as data, in LayoutMap.dat, and this job applies
      *> it to every copy of the master a later run could read:
      *>   Customer.dat.G1.bak, .G2.bak and .G3.bak (backup.cob's
      *>   generations, so restore.cob still brings back a file the
      *>   programs can read), PriorCustomer.dat (custchgrpt.cob's
      *>   snapshot), and Customer.dat itself, reloaded into the
      *>   indexed file from the converted G1 the way restore.cob
      *>   reloads it.
      *> LayoutMap.dat rows, one per line:
      *>   H - the master's name (20), old and new layout version
      *>       (3 + 3) and old and new record length (5 + 5);
      *>   F - one per field of the new layout, following its H
      *>       row: new position (3), length (3), type (1: X text,
      *>       9 unsigned, S signed), decimals (1); old position
      *>       (3), length (3, zero for a field new in this layout),
      *>       type (1) and decimals (1); M (1) if the field is
      *>       money; and the value (20) a new text field starts
      *>       with - a new number starts at zero.
      *> Rows for earlier conversions stay in the file; the H row
      *> whose new version is the one this program was compiled
      *> for (LAYOUTVR.CPY) is the one used.  A number moved to a
      *> wider or narrower field, or to more or fewer decimals,
      *> keeps its value and sign.
      *> Run it straight after backup.cob, with the nightly chain
      *> stopped: G1 is the copy the master is reloaded from, so
      *> the backup must be today's.  Every file is converted to a
      *> .V<new version> work copy and proved first - records in
      *> against records out, and the money fields totalled before
      *> and after - and nothing live is touched unless every proof
      *> ties.  The old-layout files are then kept as .V<old
      *> version> and the converted copies put in their place, the
      *> master is reloaded, and Customer.dat is stamped in
      *> LayoutCtl.dat (LAYOUTST) as written under the new layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT MapFile ASSIGN TO "LayoutMap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMapStatus.
           SELECT CutDateFile ASSIGN TO "BackupCut.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCutStatus.
           SELECT OldFile ASSIGN TO DYNAMIC WSOldName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOldStatus.
           SELECT NewFile ASSIGN TO DYNAMIC WSNewName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSNewStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD MapFile.
       01 MapRecord.
           02 MapRowType              PIC X(01).
               88 MapHeaderRow         VALUE 'H'.
               88 MapFieldRow          VALUE 'F'.
           02 MapRowBody              PIC X(49).
       01 MapHeaderRecord.
           02 FILLER                  PIC X(01).
           02 MapFileName             PIC X(20).
           02 MapOldVersion           PIC 9(03).
           02 MapNewVersion           PIC 9(03).
           02 MapOldLength            PIC 9(05).
           02 MapNewLength            PIC 9(05).
           02 FILLER                  PIC X(13).
       01 MapFieldRecord.
           02 FILLER                  PIC X(01).
           02 MapNewPos               PIC 9(03).
           02 MapNewLen               PIC 9(03).
           02 MapNewType              PIC X(01).
           02 MapNewDec               PIC 9(01).
           02 MapOldPos               PIC 9(03).
           02 MapOldLen               PIC 9(03).
           02 MapOldType              PIC X(01).
           02 MapOldDec               PIC 9(01).
           02 MapMoney                PIC X(01).
           02 MapDefault              PIC X(20).
           02 FILLER                  PIC X(12).

       FD CutDateFile.
       01 CutDateRecord               PIC 9(08).

       FD OldFile.
       01 OldRecord                   PIC X(500).

       FD NewFile.
       01 NewRecord                   PIC X(500).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSFileStatus                PIC X(02).
       01 WSMapStatus                 PIC X(02).
       01 WSCutStatus                 PIC X(02).
       01 WSOldStatus                 PIC X(02).
       01 WSNewStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "LAYOUTCNV".
       01 WSLogCount                   PIC 9(07) VALUE 0.
       01 WSAnswer                     PIC X(01).
       01 WSRefuseText                 PIC X(60).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSAuditProgram               PIC X(10) VALUE "LAYOUTCNV".
       01 WSAuditIDNum                 PIC 9(05) VALUE 0.
       01 WSAuditBefore                PIC X(40).
       01 WSAuditAfter                 PIC X(40).

      *> The layout the file should be written under now - checked
      *> through LAYOUTCK the same as the compiled one.
       01 WSOldLayout.
           02 WSOldLayoutFile         PIC X(20).
           02 WSOldLayoutVersion      PIC 9(03).
           02 WSOldLayoutLength       PIC 9(05).
       01 WSOldLayoutResult           PIC X(01).
           88 WSOldLayoutMatches       VALUE 'Y'.

       01 WSHeaderFoundFlag           PIC X(01).
           88 WSHeaderFound            VALUE 'Y'.
       01 WSInHeaderFlag              PIC X(01).
           88 WSInHeader               VALUE 'Y'.
       01 WSOldLength                  PIC 9(05).
       01 WSNewLength                  PIC 9(05).
       01 WSMapRowNum                  PIC 9(05) VALUE 0.
       01 WSMapErrors                  PIC 9(05) VALUE 0.
       01 WSMapCount                   PIC 9(03) VALUE 0.
       01 WSMapSub                     PIC 9(03).
       01 WSMapLast                    PIC 9(05).

       01 WSMapTable.
           02 WSMapEntry OCCURS 60 TIMES.
               03 WSMapNewPos         PIC 9(03).
               03 WSMapNewLen         PIC 9(03).
               03 WSMapNewType        PIC X(01).
               03 WSMapNewDec         PIC 9(01).
               03 WSMapOldPos         PIC 9(03).
               03 WSMapOldLen         PIC 9(03).
               03 WSMapOldType        PIC X(01).
               03 WSMapOldDec         PIC 9(01).
               03 WSMapMoney          PIC X(01).
               03 WSMapDefault        PIC X(20).

      *> The copies of the master converted, G1 first - it is the
      *> one Customer.dat is reloaded from.
       01 WSFileTable.
           02 FILLER                  PIC X(20)
               VALUE "Customer.dat.G1.bak".
           02 FILLER                  PIC X(20)
               VALUE "Customer.dat.G2.bak".
           02 FILLER                  PIC X(20)
               VALUE "Customer.dat.G3.bak".
           02 FILLER                  PIC X(20)
               VALUE "PriorCustomer.dat".
       01 WSFileList REDEFINES WSFileTable.
           02 WSFileEntry             PIC X(20) OCCURS 4 TIMES.
       01 WSFileSub                    PIC 9(01).

       01 WSProofTable.
           02 WSProofEntry OCCURS 4 TIMES.
               03 WSProofPresent      PIC X(01).
               03 WSProofIn           PIC 9(07).
               03 WSProofOut          PIC 9(07).
               03 WSProofOverflow     PIC 9(07).
               03 WSProofOldMoney     PIC S9(13)V9(05).
               03 WSProofNewMoney     PIC S9(13)V9(05).
       01 WSProofFailedFlag           PIC X(01) VALUE 'N'.
           88 WSProofFailed            VALUE 'Y'.
       01 WSSwapCount                  PIC 9(07).
       01 WSReloadFlag               PIC X(01) VALUE 'N'.
           88 WSReloading              VALUE 'Y'.
       01 WSReloadCount                PIC 9(07) VALUE 0.
       01 WSReloadMoney                PIC S9(13)V9(05) VALUE 0.

       01 WSOldName                    PIC X(40).
       01 WSNewName                    PIC X(40).
       01 WSOldRecord                  PIC X(500).
       01 WSNewRecord                  PIC X(500).

      *> A number is decoded by right-aligning its bytes in a field
      *> of zeros and reading that back as S9(18) - the sign sits in
      *> the last byte either way - then scaling by its decimals.
       01 WSNumArea                    PIC X(18).
       01 WSNumSigned REDEFINES WSNumArea
                                       PIC S9(18).
       01 WSNumUnsigned REDEFINES WSNumArea
                                       PIC 9(18).
       01 WSNumStart                   PIC 9(02).
       01 WSNumLen                     PIC 9(02).
       01 WSNumDec                     PIC 9(01).
       01 WSFieldValue                 PIC S9(13)V9(05).

       01 WSScaleTable.
           02 FILLER                  PIC 9(06) VALUE 1.
           02 FILLER                  PIC 9(06) VALUE 10.
           02 FILLER                  PIC 9(06) VALUE 100.
           02 FILLER                  PIC 9(06) VALUE 1000.
           02 FILLER                  PIC 9(06) VALUE 10000.
           02 FILLER                  PIC 9(06) VALUE 100000.
       01 WSScaleList REDEFINES WSScaleTable.
           02 WSScale                 PIC 9(06) OCCURS 6 TIMES.

      *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.
       01 WSMoneyEdit2                PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLogCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "CUSTOMER MASTER LAYOUT CONVERSION - " WSToday
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               MOVE "Only a supervisor can convert a master layout."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMatches
               DISPLAY "Customer.dat is already written under layout "
                   "version " LVCustVersion " - nothing to convert."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSLogCount
               GOBACK
           END-IF
           PERFORM Load-Map
           PERFORM Check-Old-Layout
           PERFORM Check-Backup-Cut
           DISPLAY "Converting Customer.dat from layout version "
               WSOldLayoutVersion " (" WSOldLength " bytes) to "
               LVCustVersion " (" WSNewLength " bytes), "
               WSMapCount " field(s)."
           DISPLAY "The master is reloaded from today's backup - "
               "continue? (Y/N): " WITH NO ADVANCING
           ACCEPT WSAnswer
           IF WSAnswer NOT = 'Y' AND WSAnswer NOT = 'y'
               DISPLAY "Nothing converted."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSLogCount
               GOBACK
           END-IF
           PERFORM Convert-One-File
               VARYING WSFileSub FROM 1 BY 1 UNTIL WSFileSub > 4
           PERFORM Print-Proof
           IF WSProofFailed
               DISPLAY "CONVERSION PROOF FAILED - no live file was "
                   "touched.  The .V" LVCustVersion " work copies "
                   "are left for inspection."
               CALL 'RUNLOG' USING WSProgramId, "ABEND", WSLogCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Swap-In-One-File
               VARYING WSFileSub FROM 1 BY 1 UNTIL WSFileSub > 4
           PERFORM Reload-Customer-Master
           IF WSReloadCount NOT = WSProofOut(1)
                   OR WSReloadMoney NOT = WSProofNewMoney(1)
               DISPLAY "RELOAD MISMATCH - " WSReloadCount " of "
                   WSProofOut(1) " record(s) reloaded, or the money "
                   "does not tie.  Layout not stamped; restore from "
                   "the .V" WSOldLayoutVersion " copies."
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSReloadCount
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'LAYOUTST' USING LVCustomerMaster, WSProgramId
           MOVE SPACES TO WSAuditBefore
           STRING "Customer.dat LAYOUT " DELIMITED BY SIZE
               WSOldLayoutVersion DELIMITED BY SIZE
               INTO WSAuditBefore
           END-STRING
           MOVE SPACES TO WSAuditAfter
           STRING "CONVERTED TO LAYOUT " DELIMITED BY SIZE
               LVCustVersion DELIMITED BY SIZE
               INTO WSAuditAfter
           END-STRING
           CALL 'AUDITLOG' USING WSAuditProgram, "LAYCNV",
               WSAuditIDNum, WSAuditBefore, WSAuditAfter
           MOVE WSReloadCount TO WSLogCount
           DISPLAY "Conversion complete - Customer.dat reloaded with "
               WSReloadCount " record(s) under layout version "
               LVCustVersion "."
           DISPLAY "Old-layout copies kept as .V" WSOldLayoutVersion
               " until the next backup cycle has run clean."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLogCount
           GOBACK.

       Refuse-Conversion.
           DISPLAY WSRefuseText
           DISPLAY "Nothing converted."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLogCount
           MOVE 8 TO RETURN-CODE
           GOBACK.

      *> Only the H row that converts to this program's layout is
      *> loaded; its F rows end at the next H row.

       Load-Map.
           OPEN INPUT MapFile
           IF WSMapStatus NOT = "00"
               MOVE "LayoutMap.dat is not on file."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF
           MOVE 'N' TO WSHeaderFoundFlag
           MOVE 'N' TO WSInHeaderFlag
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ MapFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSMapRowNum
                       PERFORM Take-Map-Row
               END-READ
           END-PERFORM
           CLOSE MapFile
           IF NOT WSHeaderFound
               MOVE "No LayoutMap.dat row converts to this layout."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF
           IF WSNewLength NOT = LVCustLength
               DISPLAY "LayoutMap.dat: new record length "
                   WSNewLength " but the programs are compiled for "
                   LVCustLength "."
               ADD 1 TO WSMapErrors
           END-IF
           IF WSMapCount = 0
               DISPLAY "LayoutMap.dat: no field rows for the new "
                   "layout."
               ADD 1 TO WSMapErrors
           END-IF
           IF WSMapErrors > 0
               MOVE "LayoutMap.dat is in error - see above."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF.

       Take-Map-Row.
           EVALUATE TRUE
               WHEN MapHeaderRow
                   MOVE 'N' TO WSInHeaderFlag
                   IF MapFileName = LVCustFile
                           AND MapNewVersion = LVCustVersion
                       SET WSHeaderFound TO TRUE
                       SET WSInHeader TO TRUE
                       MOVE 0 TO WSMapCount
                       MOVE MapOldLength TO WSOldLength
                       MOVE MapNewLength TO WSNewLength
                       MOVE MapFileName TO WSOldLayoutFile
                       MOVE MapOldVersion TO WSOldLayoutVersion
                       MOVE MapOldLength TO WSOldLayoutLength
                       IF WSOldLength > 500 OR WSNewLength > 500
                               OR WSOldLength = 0 OR WSNewLength = 0
                           DISPLAY "LayoutMap.dat row " WSMapRowNum
                               ": record lengths must be 1-500."
                           ADD 1 TO WSMapErrors
                       END-IF
                   END-IF
               WHEN MapFieldRow
                   IF WSInHeader
                       PERFORM Take-Field-Row
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Take-Field-Row.
           IF WSMapCount >= 60
               DISPLAY "LayoutMap.dat row " WSMapRowNum
                   ": more than 60 fields."
               ADD 1 TO WSMapErrors
           ELSE
               ADD 1 TO WSMapCount
               MOVE MapNewPos TO WSMapNewPos(WSMapCount)
               MOVE MapNewLen TO WSMapNewLen(WSMapCount)
               MOVE MapNewType TO WSMapNewType(WSMapCount)
               MOVE MapNewDec TO WSMapNewDec(WSMapCount)
               MOVE MapOldPos TO WSMapOldPos(WSMapCount)
               MOVE MapOldLen TO WSMapOldLen(WSMapCount)
               MOVE MapOldType TO WSMapOldType(WSMapCount)
               MOVE MapOldDec TO WSMapOldDec(WSMapCount)
               MOVE MapMoney TO WSMapMoney(WSMapCount)
               MOVE MapDefault TO WSMapDefault(WSMapCount)
               PERFORM Check-Field-Row
           END-IF.

      *> Numbers are held to 13 digits and 5 decimals - the most
      *> the value field carries through the conversion.

       Check-Field-Row.
           IF MapNewPos NOT NUMERIC OR MapNewLen NOT NUMERIC
                   OR MapOldPos NOT NUMERIC OR MapOldLen NOT NUMERIC
                   OR MapNewDec NOT NUMERIC OR MapOldDec NOT NUMERIC
               DISPLAY "LayoutMap.dat row " WSMapRowNum
                   ": positions, lengths and decimals must be "
                   "numeric."
               ADD 1 TO WSMapErrors
           ELSE
               COMPUTE WSMapLast = MapNewPos + MapNewLen - 1
               IF MapNewPos = 0 OR MapNewLen = 0
                       OR WSMapLast > WSNewLength
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": new field falls outside the new record."
                   ADD 1 TO WSMapErrors
               END-IF
               COMPUTE WSMapLast = MapOldPos + MapOldLen - 1
               IF MapOldLen > 0
                       AND (MapOldPos = 0 OR WSMapLast > WSOldLength)
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": old field falls outside the old record."
                   ADD 1 TO WSMapErrors
               END-IF
               IF MapNewType NOT = 'X' AND MapNewType NOT = '9'
                       AND MapNewType NOT = 'S'
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": new type must be X, 9 or S."
                   ADD 1 TO WSMapErrors
               END-IF
               IF MapOldLen > 0 AND MapOldType NOT = 'X'
                       AND MapOldType NOT = '9' AND MapOldType NOT = 'S'
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": old type must be X, 9 or S."
                   ADD 1 TO WSMapErrors
               END-IF
               IF MapNewType NOT = 'X'
                       AND (MapNewLen > 13 OR MapNewDec > 5)
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": a number is at most 13 digits, 5 decimals."
                   ADD 1 TO WSMapErrors
               END-IF
               IF MapNewType NOT = 'X' AND MapOldLen > 0
                       AND (MapOldLen > 13 OR MapOldDec > 5)
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": a number is at most 13 digits, 5 decimals."
                   ADD 1 TO WSMapErrors
               END-IF
               IF MapMoney = 'M'
                       AND (MapNewType = 'X' OR MapOldLen = 0)
                   DISPLAY "LayoutMap.dat row " WSMapRowNum
                       ": only a carried-over number can be money."
                   ADD 1 TO WSMapErrors
               END-IF
           END-IF.

      *> The map converts from the layout the file is actually
      *> written under, or not at all.

       Check-Old-Layout.
           CALL 'LAYOUTCK' USING WSOldLayout, WSOldLayoutResult
           IF NOT WSOldLayoutMatches
               MOVE "Customer.dat is not at the map's old layout."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF.

       Check-Backup-Cut.
           MOVE 0 TO CutDateRecord
           OPEN INPUT CutDateFile
           IF WSCutStatus = "00"
               READ CutDateFile
                   AT END MOVE 0 TO CutDateRecord
               END-READ
               CLOSE CutDateFile
           END-IF
           IF CutDateRecord NOT = WSToday
               MOVE "Run backup first - today's G1 is reloaded."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF
           MOVE WSFileEntry(1) TO WSOldName
           OPEN INPUT OldFile
           IF WSOldStatus NOT = "00"
               MOVE "Customer.dat.G1.bak is not on disk - run backup."
                   TO WSRefuseText
               PERFORM Refuse-Conversion
           END-IF
           CLOSE OldFile.

      *> Each copy is converted to <name>.V<new version> and proved;
      *> the live name is left alone until Swap-In-One-File.

       Convert-One-File.
           MOVE 'N' TO WSProofPresent(WSFileSub)
           MOVE 0 TO WSProofIn(WSFileSub)
           MOVE 0 TO WSProofOut(WSFileSub)
           MOVE 0 TO WSProofOverflow(WSFileSub)
           MOVE 0 TO WSProofOldMoney(WSFileSub)
           MOVE 0 TO WSProofNewMoney(WSFileSub)
           MOVE WSFileEntry(WSFileSub) TO WSOldName
           PERFORM Build-New-Version-Name
           MOVE 'N' TO WSEOF
           OPEN INPUT OldFile
           IF WSOldStatus = "00"
               MOVE 'Y' TO WSProofPresent(WSFileSub)
               OPEN OUTPUT NewFile
               PERFORM UNTIL WSEOF = 'Y'
                   READ OldFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           ADD 1 TO WSProofIn(WSFileSub)
                           MOVE OldRecord TO WSOldRecord
                           PERFORM Convert-One-Record
                           WRITE NewRecord FROM WSNewRecord
                           ADD 1 TO WSProofOut(WSFileSub)
                   END-READ
               END-PERFORM
               CLOSE NewFile
               CLOSE OldFile
           END-IF.

       Build-New-Version-Name.
           MOVE SPACES TO WSNewName
           STRING WSOldName DELIMITED BY SPACE
               ".V" DELIMITED BY SIZE
               LVCustVersion DELIMITED BY SIZE
               INTO WSNewName
           END-STRING.

       Build-Old-Version-Name.
           MOVE SPACES TO WSNewName
           STRING WSOldName DELIMITED BY SPACE
               ".V" DELIMITED BY SIZE
               WSOldLayoutVersion DELIMITED BY SIZE
               INTO WSNewName
           END-STRING.

       Convert-One-Record.
           MOVE SPACES TO WSNewRecord
           PERFORM Map-One-Field
               VARYING WSMapSub FROM 1 BY 1 UNTIL WSMapSub > WSMapCount
           PERFORM Add-New-Money
               VARYING WSMapSub FROM 1 BY 1 UNTIL WSMapSub > WSMapCount.

       Map-One-Field.
           EVALUATE TRUE
               WHEN WSMapOldLen(WSMapSub) = 0
                       AND WSMapNewType(WSMapSub) = 'X'
                   MOVE WSMapDefault(WSMapSub) TO WSNewRecord(
                       WSMapNewPos(WSMapSub):WSMapNewLen(WSMapSub))
               WHEN WSMapOldLen(WSMapSub) = 0
                   MOVE 0 TO WSFieldValue
                   PERFORM Encode-New-Value
               WHEN WSMapNewType(WSMapSub) = 'X'
                   MOVE WSOldRecord(
                       WSMapOldPos(WSMapSub):WSMapOldLen(WSMapSub))
                       TO WSNewRecord(
                       WSMapNewPos(WSMapSub):WSMapNewLen(WSMapSub))
               WHEN OTHER
                   MOVE ALL "0" TO WSNumArea
                   COMPUTE WSNumStart = 19 - WSMapOldLen(WSMapSub)
                   MOVE WSOldRecord(
                       WSMapOldPos(WSMapSub):WSMapOldLen(WSMapSub))
                       TO WSNumArea(WSNumStart:WSMapOldLen(WSMapSub))
                   MOVE WSMapOldDec(WSMapSub) TO WSNumDec
                   PERFORM Decode-Number
                   IF WSMapMoney(WSMapSub) = 'M'
                       ADD WSFieldValue
                           TO WSProofOldMoney(WSFileSub)
                   END-IF
                   PERFORM Encode-New-Value
           END-EVALUATE.

       Decode-Number.
           INSPECT WSNumArea REPLACING ALL SPACE BY ZERO
           COMPUTE WSFieldValue = WSNumSigned / WSScale(WSNumDec + 1).

      *> Anything left over in front of the new field's width did
      *> not fit - counted, and the proof fails.

       Encode-New-Value.
           MOVE WSMapNewLen(WSMapSub) TO WSNumLen
           IF WSMapNewType(WSMapSub) = 'S'
               COMPUTE WSNumSigned ROUNDED =
                   WSFieldValue * WSScale(WSMapNewDec(WSMapSub) + 1)
           ELSE
               COMPUTE WSNumUnsigned ROUNDED =
                   WSFieldValue * WSScale(WSMapNewDec(WSMapSub) + 1)
           END-IF
           COMPUTE WSNumStart = 19 - WSNumLen
           IF WSNumArea(1:WSNumStart - 1) NOT = ALL "0"
               ADD 1 TO WSProofOverflow(WSFileSub)
           END-IF
           MOVE WSNumArea(WSNumStart:WSNumLen) TO WSNewRecord(
               WSMapNewPos(WSMapSub):WSNumLen).

      *> The after-side total is read back off the converted record
      *> itself, so the proof covers what was actually written.

       Add-New-Money.
           IF WSMapMoney(WSMapSub) = 'M'
               MOVE ALL "0" TO WSNumArea
               COMPUTE WSNumStart = 19 - WSMapNewLen(WSMapSub)
               MOVE WSNewRecord(
                   WSMapNewPos(WSMapSub):WSMapNewLen(WSMapSub))
                   TO WSNumArea(WSNumStart:WSMapNewLen(WSMapSub))
               MOVE WSMapNewDec(WSMapSub) TO WSNumDec
               PERFORM Decode-Number
               IF WSReloading
                   ADD WSFieldValue TO WSReloadMoney
               ELSE
                   ADD WSFieldValue TO WSProofNewMoney(WSFileSub)
               END-IF
           END-IF.

       Print-Proof.
           DISPLAY "FILE                   RECORDS IN  RECORDS OUT"
               "  MONEY BEFORE      MONEY AFTER"
           PERFORM Print-One-Proof
               VARYING WSFileSub FROM 1 BY 1 UNTIL WSFileSub > 4.

       Print-One-Proof.
           IF WSProofPresent(WSFileSub) = 'Y'
               MOVE WSProofOldMoney(WSFileSub) TO WSMoneyEdit
               MOVE WSProofNewMoney(WSFileSub) TO WSMoneyEdit2
               DISPLAY WSFileEntry(WSFileSub) "    "
                   WSProofIn(WSFileSub) "      "
                   WSProofOut(WSFileSub) "  " WSMoneyEdit "  "
                   WSMoneyEdit2
               IF WSProofIn(WSFileSub) NOT = WSProofOut(WSFileSub)
                   DISPLAY "  *** RECORD COUNTS DO NOT TIE"
                   SET WSProofFailed TO TRUE
               END-IF
               IF WSProofOldMoney(WSFileSub)
                       NOT = WSProofNewMoney(WSFileSub)
                   DISPLAY "  *** MONEY DOES NOT TIE"
                   SET WSProofFailed TO TRUE
               END-IF
               IF WSProofOverflow(WSFileSub) > 0
                   DISPLAY "  *** " WSProofOverflow(WSFileSub)
                       " number(s) too wide for the new field"
                   SET WSProofFailed TO TRUE
               END-IF
           ELSE
               DISPLAY WSFileEntry(WSFileSub) "    not on disk"
           END-IF.

      *> The old-layout file is kept as <name>.V<old version>, and
      *> the proved copy takes its name.

       Swap-In-One-File.
           IF WSProofPresent(WSFileSub) = 'Y'
               MOVE WSFileEntry(WSFileSub) TO WSOldName
               PERFORM Build-Old-Version-Name
               PERFORM Copy-One-File
               MOVE WSFileEntry(WSFileSub) TO WSOldName
               PERFORM Build-New-Version-Name
               MOVE WSNewName TO WSOldName
               MOVE WSFileEntry(WSFileSub) TO WSNewName
               PERFORM Copy-One-File
               IF WSSwapCount NOT = WSProofOut(WSFileSub)
                   DISPLAY "SWAP MISMATCH - " WSSwapCount " of "
                       WSProofOut(WSFileSub) " record(s) copied to "
                       WSFileEntry(WSFileSub)
                   CALL 'RUNLOG' USING WSProgramId, "ABEND",
                       WSSwapCount
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       Copy-One-File.
           MOVE 0 TO WSSwapCount
           MOVE 'N' TO WSEOF
           OPEN INPUT OldFile
           IF WSOldStatus = "00"
               OPEN OUTPUT NewFile
               PERFORM UNTIL WSEOF = 'Y'
                   READ OldFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE NewRecord FROM OldRecord
                           ADD 1 TO WSSwapCount
                   END-READ
               END-PERFORM
               CLOSE NewFile
               CLOSE OldFile
           END-IF.

       Reload-Customer-Master.
           MOVE WSFileEntry(1) TO WSOldName
           SET WSReloading TO TRUE
           MOVE 'N' TO WSEOF
           OPEN INPUT OldFile
           OPEN OUTPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ OldFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE OldRecord TO CustomerRecord
                       WRITE CustomerRecord
                       ADD 1 TO WSReloadCount
                       MOVE OldRecord TO WSNewRecord
                       PERFORM Add-New-Money VARYING WSMapSub
                           FROM 1 BY 1 UNTIL WSMapSub > WSMapCount
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE OldFile.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSReloadCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
