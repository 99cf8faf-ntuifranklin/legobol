       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollrate.
      *> Aging roll-rate report - the bucket-to-bucket migration
      *> collections management is judged on.  monthend.cob keeps
      *> every customer's aging buckets per closed period on
      *> AgingSnap.dat; this report takes two of those periods
      *> (keyed in on the console, or zero for the two most recent
      *> on file) and builds the migration matrix between them.
      *> Each customer owing money in the earlier period sits in
      *> the state of the oldest bucket still owed - CURRENT, 30,
      *> 60 or 90+ - and that balance is followed to the state the
      *> customer is in at the later period, PAID meaning nothing
      *> is owed (or the customer is gone).  Each row shows the
      *> share of the earlier state's dollars landing in each later
      *> state; CURRENT to 30, 30 to 60 and 60 to 90+ are the roll
      *> rates.  The matrix is printed for the whole book, then
      *> for each rate class and each collector as they stood at
      *> the earlier period, then a six-month trend of the
      *> month-over-month roll rates ending at the later period.
      *> The per-customer matching rescans the snapshot file
      *> through a second reader, the same two-reader shape
      *> balmove.cob uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgingSnapFile ASSIGN TO "AgingSnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAgingSnapStatus.
           SELECT MatchFile ASSIGN TO "AgingSnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMatchStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AgingSnapFile.
       01 AgingSnapRecord.
           02 ASPeriod                PIC 9(06).
           02 ASIDNum                  PIC 9(05).
           02 ASClass                  PIC X(02).
           02 ASCollector              PIC X(08).
           02 ASCurrent                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AS30                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AS60                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 AS90                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD MatchFile.
       01 MatchRecord.
           02 MTPeriod                PIC 9(06).
           02 MTIDNum                  PIC 9(05).
           02 MTClass                  PIC X(02).
           02 MTCollector              PIC X(08).
           02 MTCurrent                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 MT30                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 MT60                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 MT90                     PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSMatchEOFFlag              PIC X(01).
           88 WSMatchEOF               VALUE 'Y'.
       01 WSAgingSnapStatus            PIC X(02).
       01 WSMatchStatus                PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "ROLLRATE".
       01 WSLineCount                  PIC 9(07) VALUE 0.
       01 WSPeriod1                    PIC 9(06).
       01 WSPeriod2                    PIC 9(06).
       01 WSHighPeriod                 PIC 9(06).
       01 WSNextPeriod                 PIC 9(06).
       01 WSFromPeriod                 PIC 9(06).
       01 WSToPeriod                   PIC 9(06).
       01 WSWorkPeriod                 PIC 9(06).
       01 WSWorkParts REDEFINES WSWorkPeriod.
           02 WSWorkYYYY               PIC 9(04).
           02 WSWorkMM                 PIC 9(02).
       01 WSTrendStep                  PIC 9(01).
       01 WSTrendFlag                 PIC X(01) VALUE 'N'.
           88 WSTrendMode              VALUE 'Y'.
       01 WSMatchFoundFlag            PIC X(01).
           88 WSMatchFound             VALUE 'Y'.
       01 WSFromState                  PIC 9(01).
       01 WSToState                    PIC 9(01).
       01 WSFromDollars                PIC S9(09)V99.
       01 WSMatchedCount               PIC 9(07) VALUE 0.
       01 WSWantedType                 PIC X(01).
       01 WSWantedKey                  PIC X(08).
       01 WSGroupSub                   PIC 9(03).
       01 WSFromSub                    PIC 9(01).
       01 WSToSub                      PIC 9(01).
       01 WSPrintType                  PIC X(01).
       01 WSOverflowCount              PIC 9(05) VALUE 0.
       01 WSRowTotal                   PIC 9(09)V99.
       01 WSPct                        PIC 9(03)V9.
       01 WSRollCurrent                PIC 9(03)V9.
       01 WSRoll30                     PIC 9(03)V9.
       01 WSRoll60                     PIC 9(03)V9.

      *> One matrix per group: T the whole book, R a rate class,
      *> C a collector (blank = unassigned).  Rows are the earlier
      *> state (CURRENT, 30, 60, 90+), cells the later state
      *> (PAID, CURRENT, 30, 60, 90+), in earlier-period dollars.
       01 WSGroupCount                 PIC 9(03) VALUE 0.
       01 WSGroupTable.
           02 WSGroup OCCURS 100 TIMES.
               03 WSGrpType            PIC X(01).
               03 WSGrpKey             PIC X(08).
               03 WSGrpFrom OCCURS 4 TIMES.
                   04 WSGrpCell        PIC 9(09)V99 OCCURS 5 TIMES.

       01 WSStateNames.
           02 FILLER                   PIC X(08) VALUE "PAID    ".
           02 FILLER                   PIC X(08) VALUE "CURRENT ".
           02 FILLER                   PIC X(08) VALUE "30 DAY  ".
           02 FILLER                   PIC X(08) VALUE "60 DAY  ".
           02 FILLER                   PIC X(08) VALUE "90+ DAY ".
       01 WSStateNameTable REDEFINES WSStateNames.
           02 WSStateName              PIC X(08) OCCURS 5 TIMES.

       01 WSPctEdit                    PIC ZZ9.9.
       01 WSPctEdit2                   PIC ZZ9.9.
       01 WSPctEdit3                   PIC ZZ9.9.
       01 WSPctEdit4                   PIC ZZ9.9.
       01 WSPctEdit5                   PIC ZZ9.9.
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLineCount
           DISPLAY "Earlier period (YYYYMM, 0=two most recent): "
               WITH NO ADVANCING
           ACCEPT WSPeriod1
           IF WSPeriod1 = 0
               PERFORM Find-Two-Latest-Periods
           ELSE
               DISPLAY "Later period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WSPeriod2
           END-IF
           IF WSPeriod1 = 0 OR WSPeriod2 = 0
               DISPLAY "Fewer than two periods on AgingSnap.dat "
                   "- nothing to compare."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSLineCount
               GOBACK
           END-IF
           IF WSPeriod2 <= WSPeriod1
               DISPLAY "Later period must follow the earlier one "
                   "- nothing to compare."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSLineCount
               GOBACK
           END-IF
           DISPLAY "AGING ROLL RATES " WSPeriod1 " -> " WSPeriod2
           MOVE WSPeriod1 TO WSFromPeriod
           MOVE WSPeriod2 TO WSToPeriod
           PERFORM Build-Migration
           DISPLAY "Customers owing at " WSPeriod1 ": "
               WSMatchedCount
           MOVE 'T' TO WSPrintType
           PERFORM Print-Groups-Of-Type
           MOVE 'R' TO WSPrintType
           PERFORM Print-Groups-Of-Type
           MOVE 'C' TO WSPrintType
           PERFORM Print-Groups-Of-Type
           IF WSOverflowCount > 0
               DISPLAY "Class/collector table full - "
                   WSOverflowCount " row(s) counted in the book "
                   "total only."
           END-IF
           PERFORM Print-Trend
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLineCount
           GOBACK.

       Find-Two-Latest-Periods.
           MOVE 0 TO WSHighPeriod
           MOVE 0 TO WSNextPeriod
           MOVE 'N' TO WSEOF
           OPEN INPUT AgingSnapFile
           IF WSAgingSnapStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ AgingSnapFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Consider-One-Period
                   END-READ
               END-PERFORM
               CLOSE AgingSnapFile
           END-IF
           MOVE WSNextPeriod TO WSPeriod1
           MOVE WSHighPeriod TO WSPeriod2.

       Consider-One-Period.
           IF ASPeriod > WSHighPeriod
               MOVE WSHighPeriod TO WSNextPeriod
               MOVE ASPeriod TO WSHighPeriod
           ELSE
               IF ASPeriod < WSHighPeriod
                       AND ASPeriod > WSNextPeriod
                   MOVE ASPeriod TO WSNextPeriod
               END-IF
           END-IF.

      *> Every earlier-period customer owing money is followed to
      *> the later period.  In trend mode only the book total is
      *> kept.

       Build-Migration.
           MOVE 0 TO WSGroupCount
           MOVE 0 TO WSMatchedCount
           MOVE 'T' TO WSWantedType
           MOVE SPACES TO WSWantedKey
           PERFORM Find-Group
           MOVE 'N' TO WSEOF
           OPEN INPUT AgingSnapFile
           IF WSAgingSnapStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ AgingSnapFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF ASPeriod = WSFromPeriod
                               PERFORM Judge-One-Earlier-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgingSnapFile
           END-IF.

       Judge-One-Earlier-Row.
           EVALUATE TRUE
               WHEN AS90 > 0 MOVE 4 TO WSFromState
               WHEN AS60 > 0 MOVE 3 TO WSFromState
               WHEN AS30 > 0 MOVE 2 TO WSFromState
               WHEN ASCurrent > 0 MOVE 1 TO WSFromState
               WHEN OTHER MOVE 0 TO WSFromState
           END-EVALUATE
           IF WSFromState > 0
               MOVE 0 TO WSFromDollars
               IF ASCurrent > 0
                   ADD ASCurrent TO WSFromDollars
               END-IF
               IF AS30 > 0
                   ADD AS30 TO WSFromDollars
               END-IF
               IF AS60 > 0
                   ADD AS60 TO WSFromDollars
               END-IF
               IF AS90 > 0
                   ADD AS90 TO WSFromDollars
               END-IF
               PERFORM Find-Later-Match
               ADD 1 TO WSMatchedCount
               COMPUTE WSToSub = WSToState + 1
               ADD WSFromDollars TO WSGrpCell(1, WSFromState, WSToSub)
               IF NOT WSTrendMode
                   MOVE 'R' TO WSWantedType
                   MOVE ASClass TO WSWantedKey
                   PERFORM Add-To-Group
                   MOVE 'C' TO WSWantedType
                   MOVE ASCollector TO WSWantedKey
                   PERFORM Add-To-Group
               END-IF
           END-IF.

      *> Not on the later snapshot at all counts as PAID - the
      *> account was closed, merged or purged owing nothing.

       Find-Later-Match.
           MOVE 0 TO WSToState
           MOVE 'N' TO WSMatchFoundFlag
           MOVE 'N' TO WSMatchEOFFlag
           OPEN INPUT MatchFile
           IF WSMatchStatus = "00"
               PERFORM UNTIL WSMatchEOF
                   READ MatchFile
                       AT END SET WSMatchEOF TO TRUE
                       NOT AT END
                           IF MTPeriod = WSToPeriod
                                   AND MTIDNum = ASIDNum
                               SET WSMatchFound TO TRUE
                               SET WSMatchEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MatchFile
           END-IF
           IF WSMatchFound
               EVALUATE TRUE
                   WHEN MT90 > 0 MOVE 4 TO WSToState
                   WHEN MT60 > 0 MOVE 3 TO WSToState
                   WHEN MT30 > 0 MOVE 2 TO WSToState
                   WHEN MTCurrent > 0 MOVE 1 TO WSToState
                   WHEN OTHER MOVE 0 TO WSToState
               END-EVALUATE
           END-IF.

       Add-To-Group.
           PERFORM Find-Group
           IF WSGroupSub > 0
               ADD WSFromDollars
                   TO WSGrpCell(WSGroupSub, WSFromState, WSToSub)
           ELSE
               ADD 1 TO WSOverflowCount
           END-IF.

      *> Leaves WSGroupSub on the group's entry, adding it when new;
      *> zero when the table is full.

       Find-Group.
           PERFORM VARYING WSGroupSub FROM 1 BY 1
                   UNTIL WSGroupSub > WSGroupCount
                   OR (WSGrpType(WSGroupSub) = WSWantedType
                       AND WSGrpKey(WSGroupSub) = WSWantedKey)
               CONTINUE
           END-PERFORM
           IF WSGroupSub > WSGroupCount
               IF WSGroupCount < 100
                   ADD 1 TO WSGroupCount
                   MOVE WSGroupCount TO WSGroupSub
                   INITIALIZE WSGroup(WSGroupSub)
                   MOVE WSWantedType TO WSGrpType(WSGroupSub)
                   MOVE WSWantedKey TO WSGrpKey(WSGroupSub)
               ELSE
                   MOVE 0 TO WSGroupSub
               END-IF
           END-IF.

       Print-Groups-Of-Type.
           PERFORM VARYING WSGroupSub FROM 1 BY 1
                   UNTIL WSGroupSub > WSGroupCount
               IF WSGrpType(WSGroupSub) = WSPrintType
                   PERFORM Print-One-Matrix
               END-IF
           END-PERFORM.

       Print-One-Matrix.
           DISPLAY " "
           EVALUATE WSGrpType(WSGroupSub)
               WHEN 'T' DISPLAY "-- WHOLE BOOK --"
               WHEN 'R'
                   DISPLAY "-- RATE CLASS " WSGrpKey(WSGroupSub)(1:2)
                       " --"
               WHEN OTHER
                   IF WSGrpKey(WSGroupSub) = SPACES
                       DISPLAY "-- COLLECTOR UNASSIGNED --"
                   ELSE
                       DISPLAY "-- COLLECTOR " WSGrpKey(WSGroupSub)
                           " --"
                   END-IF
           END-EVALUATE
           DISPLAY "FROM       PAID  CURRENT   30 DAY   60 DAY  "
               "90+ DAY   FROM DOLLARS"
           PERFORM VARYING WSFromSub FROM 1 BY 1 UNTIL WSFromSub > 4
               PERFORM Print-One-Matrix-Row
           END-PERFORM
           PERFORM Compute-Roll-Rates
           MOVE WSRollCurrent TO WSPctEdit
           MOVE WSRoll30 TO WSPctEdit2
           MOVE WSRoll60 TO WSPctEdit3
           DISPLAY "ROLL RATES  CURRENT->30 " WSPctEdit "%  30->60 "
               WSPctEdit2 "%  60->90+ " WSPctEdit3 "%"
           ADD 1 TO WSLineCount.

       Print-One-Matrix-Row.
           MOVE 0 TO WSRowTotal
           PERFORM VARYING WSToSub FROM 1 BY 1 UNTIL WSToSub > 5
               ADD WSGrpCell(WSGroupSub, WSFromSub, WSToSub)
                   TO WSRowTotal
           END-PERFORM
           MOVE 1 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSPctEdit
           MOVE 2 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSPctEdit2
           MOVE 3 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSPctEdit3
           MOVE 4 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSPctEdit4
           MOVE 5 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSPctEdit5
           MOVE WSRowTotal TO WSBalanceEdit
           COMPUTE WSToSub = WSFromSub + 1
           DISPLAY WSStateName(WSToSub) "  " WSPctEdit "%  "
               WSPctEdit2 "%  " WSPctEdit3 "%  " WSPctEdit4 "%  "
               WSPctEdit5 "%  " WSBalanceEdit.

       Compute-Cell-Pct.
           IF WSRowTotal = 0
               MOVE 0 TO WSPct
           ELSE
               COMPUTE WSPct ROUNDED =
                   WSGrpCell(WSGroupSub, WSFromSub, WSToSub) * 100
                   / WSRowTotal
           END-IF.

      *> CURRENT->30 is the CURRENT row's 30 DAY cell, 30->60 the
      *> 30 DAY row's 60 DAY cell, 60->90+ the 60 DAY row's 90+.

       Compute-Roll-Rates.
           MOVE 1 TO WSFromSub
           PERFORM Sum-Matrix-Row
           MOVE 3 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSRollCurrent
           MOVE 2 TO WSFromSub
           PERFORM Sum-Matrix-Row
           MOVE 4 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSRoll30
           MOVE 3 TO WSFromSub
           PERFORM Sum-Matrix-Row
           MOVE 5 TO WSToSub
           PERFORM Compute-Cell-Pct
           MOVE WSPct TO WSRoll60.

       Sum-Matrix-Row.
           MOVE 0 TO WSRowTotal
           PERFORM VARYING WSToSub FROM 1 BY 1 UNTIL WSToSub > 5
               ADD WSGrpCell(WSGroupSub, WSFromSub, WSToSub)
                   TO WSRowTotal
           END-PERFORM.

      *> Six month-over-month pairs ending at the later period,
      *> oldest first, whole book only.

       Print-Trend.
           DISPLAY " "
           DISPLAY "-- SIX-MONTH ROLL-RATE TREND --"
           DISPLAY "PERIOD   CURRENT->30  30->60  60->90+  OWING"
           SET WSTrendMode TO TRUE
           MOVE WSPeriod2 TO WSWorkPeriod
           PERFORM Step-Back-One-Month 5 TIMES
           PERFORM VARYING WSTrendStep FROM 1 BY 1
                   UNTIL WSTrendStep > 6
               MOVE WSWorkPeriod TO WSToPeriod
               PERFORM Step-Back-One-Month
               MOVE WSWorkPeriod TO WSFromPeriod
               PERFORM Build-Migration
               MOVE 1 TO WSGroupSub
               PERFORM Compute-Roll-Rates
               MOVE WSRollCurrent TO WSPctEdit
               MOVE WSRoll30 TO WSPctEdit2
               MOVE WSRoll60 TO WSPctEdit3
               IF WSMatchedCount = 0
                   DISPLAY WSToPeriod "   (no snapshot for "
                       WSFromPeriod ")"
               ELSE
                   DISPLAY WSToPeriod "    " WSPctEdit "%    "
                       WSPctEdit2 "%  " WSPctEdit3 "%  "
                       WSMatchedCount
               END-IF
               ADD 1 TO WSLineCount
               MOVE WSToPeriod TO WSWorkPeriod
               PERFORM Step-Forward-One-Month
           END-PERFORM.

       Step-Back-One-Month.
           IF WSWorkMM = 1
               SUBTRACT 1 FROM WSWorkYYYY
               MOVE 12 TO WSWorkMM
           ELSE
               SUBTRACT 1 FROM WSWorkMM
           END-IF.

       Step-Forward-One-Month.
           IF WSWorkMM = 12
               ADD 1 TO WSWorkYYYY
               MOVE 1 TO WSWorkMM
           ELSE
               ADD 1 TO WSWorkMM
           END-IF.
