       IDENTIFICATION DIVISION.
       PROGRAM-ID. adhocext.
      *> Ad-hoc customer extract to a spreadsheet file - the weekly
      *> one-off list ("commercial customers in Ohio over $500 who
      *> are on autopay") used to mean a programming request or a
      *> hand edit of readfile.cob output.  The list is now a saved
      *> query on QueryDefs.dat, and this program runs any of them
      *> into <query name>.csv: comma-delimited, a header row of
      *> the column names, one row per selected customer - it opens
      *> straight into a spreadsheet.
      *> QueryDefs.dat is comma-delimited, one line per part of a
      *> query, all lines of a query sharing its name (up to 10
      *> characters):
      *>   Q,name,description        - the query itself
      *>   S,name,field,op,value     - a selection; a customer must
      *>                               pass them all (op EQ NE GT
      *>                               GE LT LE; text compares
      *>                               ignore case, money is
      *>                               written 500 or 500.00)
      *>   C,name,field              - a column, left to right
      *>   O,name,field,A|D          - a sort key, major first (up
      *>                               to three; IDNum breaks ties)
      *> The fields are every CUSTREC.CPY field - IDNUM, FIRSTNAME,
      *> LASTNAME, CUSTSTATUS, DELETEFLAG, STREET, CITY, STATE,
      *> ZIP, MOB, DOB, YOB, DATEOFBIRTH (MM/DD/YYYY), PHONE,
      *> BALANCE - and, looked up per customer only when the query
      *> names them:
      *>   RATECLASS - CLASSGET (RT when unassigned)
      *>   CYCLE     - CYCLEGET (0 when unassigned)
      *>   DUNLEVEL  - DunningLevel.dat (0 when none)
      *>   AGEBUCKET - the oldest aging bucket still owed, 0 / 30 /
      *>               60 / 90, credits applied oldest first as in
      *>               agingrpt.cob (LEDGAGE, else the ledger)
      *>   AUTOPAY   - Y when enrolled on AutopayEnroll.dat
      *>   LEGALHOLD - Y under an active hold (LEGALHLD)
      *> Deleted customers are left out unless the query selects on
      *> DELETEFLAG.  Birth dates and phones go out masked through
      *> PIIMASK (year only, exchange masked) unless a signed-on
      *> supervisor asks for them unmasked, which is noted in
      *> RunLog.dat; a masked run may not select or sort on them
      *> either, or the list itself would give away what the mask
      *> hides.  A query with a mistake in it is reported line by
      *> line and not run (RETURN-CODE 8).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS AmountText IS "0" THRU "9", ".", "-", "$", ",", " ".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT QueryFile ASSIGN TO "QueryDefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQueryStatus.
           SELECT DunningFile ASSIGN TO "DunningLevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSDunStatus.
           SELECT AutopayFile ASSIGN TO "AutopayEnroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS APIDNum
               FILE STATUS IS WSAutopayStatus.
           SELECT LedgerFile ASSIGN TO "CustLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT ExtractFile ASSIGN TO DYNAMIC WSExtractName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSExtractStatus.
           SELECT SortWorkFile ASSIGN TO "AdhocWork.dat".

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD QueryFile.
       01 QueryLine                   PIC X(120).

       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 DunLevel                 PIC 9(01).
           02 DunLastNoticeDate        PIC 9(08).

       FD AutopayFile.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 FILLER                   PIC X(39).

       FD LedgerFile.
           COPY CUSTLEDG.

       FD ExtractFile.
       01 ExtractLine                 PIC X(600).

       SD SortWorkFile.
       01 SortRecord.
           02 SortKeyArea.
               03 SortAscKey1         PIC X(25).
               03 SortDescKey1        PIC X(25).
               03 SortAscKey2         PIC X(25).
               03 SortDescKey2        PIC X(25).
               03 SortAscKey3         PIC X(25).
               03 SortDescKey3        PIC X(25).
           02 SortIDNum                PIC 9(05).
           02 SortLine                 PIC X(600).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
           COPY LEDGAGE.
       01 WSEOF                       PIC X(01).
       01 WSSortEOF                   PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSQueryStatus               PIC X(02).
       01 WSDunStatus                 PIC X(02).
       01 WSAutopayStatus             PIC X(02).
       01 WSLedgerStatus              PIC X(02).
       01 WSExtractStatus             PIC X(02).
      *> Open results captured once - the per-customer keyed READs
      *> overwrite the live file statuses.
       01 WSDunOpenFlag               PIC X(01) VALUE 'N'.
           88 WSDunOpen                VALUE 'Y'.
       01 WSAutopayOpenFlag           PIC X(01) VALUE 'N'.
           88 WSAutopayOpen            VALUE 'Y'.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "ADHOCEXT".
       01 WSReadCount                  PIC 9(07) VALUE 0.
       01 WSSelectedCount              PIC 9(07) VALUE 0.
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSUnmaskAnswer               PIC X(01).
       01 WSUnmaskedFlag              PIC X(01) VALUE 'N'.
           88 WSShowUnmasked           VALUE 'Y'.
       01 WSMaskedDOB                  PIC X(10).
       01 WSMaskedPhone                PIC X(10).
       01 WSToday                      PIC 9(08).
       01 WSTodayInt                   PIC 9(07).
       01 WSPostDateInt                PIC 9(07).
       01 WSAgeDays                    PIC S9(05).
       01 WSExtractName                PIC X(20).

      *> The saved query as read from QueryDefs.dat.
       01 WSQueryName                  PIC X(10).
       01 WSQueryDesc                  PIC X(60).
       01 WSQueryFoundFlag            PIC X(01).
           88 WSQueryFound             VALUE 'Y'.
       01 WSQueryBadFlag              PIC X(01).
           88 WSQueryBad               VALUE 'Y'.
       01 WSQueryLineNo                PIC 9(04).
       01 WSQType                      PIC X(01).
       01 WSQName                      PIC X(10).
       01 WSQPart3                     PIC X(60).
       01 WSQPart4                     PIC X(25).
       01 WSQPart5                     PIC X(25).
       01 WSQueryField                 PIC X(12).
       01 WSSelectsDeleteFlag         PIC X(01).
           88 WSSelectsDeleted         VALUE 'Y'.

       01 WSSelCount                   PIC 9(02).
       01 WSSelTable.
           02 WSSelEntry OCCURS 10 TIMES.
               03 WSSelField          PIC 9(02).
               03 WSSelOp              PIC X(02).
               03 WSSelText            PIC X(25).
               03 WSSelNum             PIC S9(11)V99.
       01 WSColCount                   PIC 9(02).
       01 WSColTable.
           02 WSColField              PIC 9(02) OCCURS 20 TIMES.
       01 WSOrderCount                 PIC 9(01).
       01 WSOrderTable.
           02 WSOrderEntry OCCURS 3 TIMES.
               03 WSOrderField        PIC 9(02).
               03 WSOrderDir           PIC X(01).

      *> The fields a query may name: type X text, 9 number, $
      *> money; mask B birth date, P phone.
       01 WSFieldTable.
           02 FILLER PIC X(14) VALUE "IDNUM       9 ".
           02 FILLER PIC X(14) VALUE "FIRSTNAME   X ".
           02 FILLER PIC X(14) VALUE "LASTNAME    X ".
           02 FILLER PIC X(14) VALUE "CUSTSTATUS  X ".
           02 FILLER PIC X(14) VALUE "DELETEFLAG  X ".
           02 FILLER PIC X(14) VALUE "STREET      X ".
           02 FILLER PIC X(14) VALUE "CITY        X ".
           02 FILLER PIC X(14) VALUE "STATE       X ".
           02 FILLER PIC X(14) VALUE "ZIP         X ".
           02 FILLER PIC X(14) VALUE "MOB         9B".
           02 FILLER PIC X(14) VALUE "DOB         9B".
           02 FILLER PIC X(14) VALUE "YOB         9 ".
           02 FILLER PIC X(14) VALUE "DATEOFBIRTH XB".
           02 FILLER PIC X(14) VALUE "PHONE       XP".
           02 FILLER PIC X(14) VALUE "BALANCE     $ ".
           02 FILLER PIC X(14) VALUE "RATECLASS   X ".
           02 FILLER PIC X(14) VALUE "CYCLE       9 ".
           02 FILLER PIC X(14) VALUE "DUNLEVEL    9 ".
           02 FILLER PIC X(14) VALUE "AGEBUCKET   9 ".
           02 FILLER PIC X(14) VALUE "AUTOPAY     X ".
           02 FILLER PIC X(14) VALUE "LEGALHOLD   X ".
       01 WSFieldList REDEFINES WSFieldTable.
           02 WSFieldDef OCCURS 21 TIMES.
               03 WSFldName           PIC X(12).
               03 WSFldType            PIC X(01).
               03 WSFldMask            PIC X(01).
       01 WSFieldValues.
           02 WSFieldValue OCCURS 21 TIMES.
               03 WSFldText           PIC X(25).
               03 WSFldNum             PIC S9(11)V99.
               03 WSFldUsed            PIC X(01).
       01 WSFieldSub                   PIC 9(02).
       01 WSFoundField                 PIC 9(02).
       01 WSSub                        PIC 9(02).

      *> Per-customer lookups, fetched only for the fields used.
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassLateFee               PIC 9(03)V99.
       01 WSClassFound                 PIC X(01).
       01 WSCustCycle                  PIC 9(02).
       01 WSLegalFlag                  PIC X(01).
       01 WSDebitsCurrent              PIC S9(09)V99.
       01 WSDebits30                   PIC S9(09)V99.
       01 WSDebits60                   PIC S9(09)V99.
       01 WSDebits90                   PIC S9(09)V99.
       01 WSCredits                    PIC S9(09)V99.
       01 WSPassFlag                  PIC X(01).
           88 WSPasses                 VALUE 'Y'.
       01 WSCompareText                PIC X(25).

      *> Row building.
       01 WSLine                       PIC X(600).
       01 WSLinePtr                    PIC 9(03).
       01 WSCell                       PIC X(25).
       01 WSCellLength                 PIC 9(02).
       01 WSLeadSpaces                 PIC 9(02).
       01 WSIntEdit                    PIC -(11)9.
       01 WSMoneyEdit                  PIC -(11)9.99.
       01 WSEditText                   PIC X(15).
       01 WSSortKeys.
           02 WSSortKeyEntry OCCURS 3 TIMES.
               03 WSSortAscKey        PIC X(25).
               03 WSSortDescKey       PIC X(25).
       01 WSSortNumber                 PIC 9(12)V99.
       01 WSSortNumberText REDEFINES WSSortNumber
                                       PIC X(14).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSSelectedCount
           CALL 'FLAGBAT'
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           PERFORM List-Saved-Queries
           DISPLAY "Query to run: " WITH NO ADVANCING
           ACCEPT WSQueryName
           MOVE FUNCTION UPPER-CASE(WSQueryName) TO WSQueryName
           PERFORM Load-Query
           IF NOT WSQueryFound
               DISPLAY "No saved query named " WSQueryName
                   " on QueryDefs.dat."
               MOVE 8 TO RETURN-CODE
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSSelectedCount
               GOBACK
           END-IF
           IF WSColCount = 0
               DISPLAY "Query " WSQueryName " names no columns."
               SET WSQueryBad TO TRUE
           END-IF
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF WSRoleSupervisor
               DISPLAY "Unmasked birth dates and phones? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WSUnmaskAnswer
               IF WSUnmaskAnswer = 'Y' OR WSUnmaskAnswer = 'y'
                   SET WSShowUnmasked TO TRUE
                   CALL 'RUNLOG' USING WSProgramId, "UNMSK",
                       WSSelectedCount
               END-IF
           END-IF
           IF NOT WSShowUnmasked
               PERFORM Check-Masked-Criteria
           END-IF
           IF WSQueryBad
               DISPLAY "Query " WSQueryName " not run - correct "
                   "QueryDefs.dat first."
               MOVE 8 TO RETURN-CODE
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSSelectedCount
               GOBACK
           END-IF
           IF WSFldUsed(18) = 'Y'
               OPEN INPUT DunningFile
               IF WSDunStatus = "00"
                   SET WSDunOpen TO TRUE
               END-IF
           END-IF
           IF WSFldUsed(20) = 'Y'
               OPEN INPUT AutopayFile
               IF WSAutopayStatus = "00"
                   CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
                   IF LVMismatch
                       PERFORM File-Error-Abend
                   END-IF
                   SET WSAutopayOpen TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WSExtractName
           STRING WSQueryName DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO WSExtractName
           END-STRING
           OPEN OUTPUT ExtractFile
           IF WSExtractStatus NOT = "00"
               DISPLAY "Cannot open " WSExtractName " - status "
                   WSExtractStatus
               PERFORM File-Error-Abend
           END-IF
           PERFORM Write-Header-Row
           MOVE 'N' TO WSEOF
           MOVE 'N' TO WSSortEOF
           SORT SortWorkFile
               ON ASCENDING KEY SortAscKey1
               ON DESCENDING KEY SortDescKey1
               ON ASCENDING KEY SortAscKey2
               ON DESCENDING KEY SortDescKey2
               ON ASCENDING KEY SortAscKey3
               ON DESCENDING KEY SortDescKey3
               ON ASCENDING KEY SortIDNum
               INPUT PROCEDURE IS Select-Customers
               OUTPUT PROCEDURE IS Write-Extract
           CLOSE ExtractFile
           IF WSDunOpen
               CLOSE DunningFile
           END-IF
           IF WSAutopayOpen
               CLOSE AutopayFile
           END-IF
           DISPLAY "Query " WSQueryName ": " WSQueryDesc
           DISPLAY "Customers read:     " WSReadCount
           DISPLAY "Customers selected: " WSSelectedCount
           DISPLAY "Written to " WSExtractName
           IF NOT WSShowUnmasked
               DISPLAY "Birth dates and phones are masked."
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSSelectedCount
           GOBACK.

       List-Saved-Queries.
           OPEN INPUT QueryFile
           IF WSQueryStatus NOT = "00"
               DISPLAY "No QueryDefs.dat - there are no saved queries."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSSelectedCount
               GOBACK
           END-IF
           DISPLAY "Saved queries:"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ QueryFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM Split-Query-Line
                       IF WSQType = "Q"
                           DISPLAY "  " WSQName " " WSQPart3
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueryFile.

       Split-Query-Line.
           MOVE SPACES TO WSQType WSQName WSQPart3 WSQPart4 WSQPart5
           UNSTRING QueryLine DELIMITED BY ","
               INTO WSQType, WSQName, WSQPart3, WSQPart4, WSQPart5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WSQType) TO WSQType
           MOVE FUNCTION UPPER-CASE(WSQName) TO WSQName.

      *> Every line of the chosen query is checked as it is loaded,
      *> and every mistake reported, before a customer is read.

       Load-Query.
           MOVE 'N' TO WSQueryFoundFlag
           MOVE 'N' TO WSQueryBadFlag
           MOVE 'N' TO WSSelectsDeleteFlag
           MOVE 0 TO WSSelCount
           MOVE 0 TO WSColCount
           MOVE 0 TO WSOrderCount
           MOVE 0 TO WSQueryLineNo
           MOVE SPACES TO WSQueryDesc
           PERFORM VARYING WSFieldSub FROM 1 BY 1
                   UNTIL WSFieldSub > 21
               MOVE 'N' TO WSFldUsed(WSFieldSub)
           END-PERFORM
           INITIALIZE WSOrderTable
           OPEN INPUT QueryFile
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ QueryFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSQueryLineNo
                       PERFORM Split-Query-Line
                       IF WSQName = WSQueryName
                           PERFORM Load-Query-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueryFile.

       Load-Query-Line.
           EVALUATE WSQType
               WHEN "Q"
                   SET WSQueryFound TO TRUE
                   MOVE WSQPart3 TO WSQueryDesc
               WHEN "S"
                   PERFORM Load-Selection
               WHEN "C"
                   PERFORM Load-Column
               WHEN "O"
                   PERFORM Load-Sort-Key
               WHEN OTHER
                   MOVE "unknown line type" TO WSQPart3
                   PERFORM Report-Query-Error
           END-EVALUATE.

       Find-Field.
           MOVE FUNCTION UPPER-CASE(WSQueryField) TO WSQueryField
           MOVE 0 TO WSFoundField
           PERFORM VARYING WSFieldSub FROM 1 BY 1
                   UNTIL WSFieldSub > 21 OR WSFoundField > 0
               IF WSFldName(WSFieldSub) = WSQueryField
                   MOVE WSFieldSub TO WSFoundField
                   MOVE 'Y' TO WSFldUsed(WSFieldSub)
               END-IF
           END-PERFORM.

       Load-Selection.
           MOVE WSQPart3 TO WSQueryField
           PERFORM Find-Field
           EVALUATE TRUE
               WHEN WSFoundField = 0
                   MOVE "unknown field" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN WSSelCount >= 10
                   MOVE "more than 10 selections" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN FUNCTION UPPER-CASE(WSQPart4) NOT = "EQ" AND
                    NOT = "NE" AND NOT = "GT" AND NOT = "GE" AND
                    NOT = "LT" AND NOT = "LE"
                   MOVE "operator must be EQ NE GT GE LT LE"
                       TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN WSFldType(WSFoundField) NOT = "X" AND
                    (WSQPart5 = SPACES OR WSQPart5 IS NOT AmountText)
                   MOVE "value must be a number" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN OTHER
                   ADD 1 TO WSSelCount
                   MOVE WSFoundField TO WSSelField(WSSelCount)
                   MOVE FUNCTION UPPER-CASE(WSQPart4)
                       TO WSSelOp(WSSelCount)
                   MOVE FUNCTION UPPER-CASE(WSQPart5)
                       TO WSSelText(WSSelCount)
                   MOVE 0 TO WSSelNum(WSSelCount)
                   IF WSFldType(WSFoundField) NOT = "X"
                       COMPUTE WSSelNum(WSSelCount) =
                           FUNCTION NUMVAL-C(WSQPart5)
                   END-IF
                   IF WSFoundField = 5
                       SET WSSelectsDeleted TO TRUE
                   END-IF
           END-EVALUATE.

       Load-Column.
           MOVE WSQPart3 TO WSQueryField
           PERFORM Find-Field
           EVALUATE TRUE
               WHEN WSFoundField = 0
                   MOVE "unknown field" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN WSColCount >= 20
                   MOVE "more than 20 columns" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN OTHER
                   ADD 1 TO WSColCount
                   MOVE WSFoundField TO WSColField(WSColCount)
           END-EVALUATE.

       Load-Sort-Key.
           MOVE WSQPart3 TO WSQueryField
           PERFORM Find-Field
           MOVE FUNCTION UPPER-CASE(WSQPart4) TO WSQPart4
           EVALUATE TRUE
               WHEN WSFoundField = 0
                   MOVE "unknown field" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN WSOrderCount >= 3
                   MOVE "more than 3 sort keys" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN WSQPart4 NOT = "A" AND WSQPart4 NOT = "D"
                   MOVE "direction must be A or D" TO WSQPart3
                   PERFORM Report-Query-Error
               WHEN OTHER
                   ADD 1 TO WSOrderCount
                   MOVE WSFoundField TO WSOrderField(WSOrderCount)
                   MOVE WSQPart4 TO WSOrderDir(WSOrderCount)
           END-EVALUATE.

       Report-Query-Error.
           SET WSQueryBad TO TRUE
           DISPLAY "  QueryDefs.dat line " WSQueryLineNo ": "
               WSQPart3.

       Check-Masked-Criteria.
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > WSSelCount
               IF WSFldMask(WSSelField(WSSub)) NOT = SPACE
                   SET WSQueryBad TO TRUE
                   DISPLAY "  " WSFldName(WSSelField(WSSub))
                       " is masked - only an unmasked run may "
                       "select on it"
               END-IF
           END-PERFORM
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSOrderCount
               IF WSFldMask(WSOrderField(WSSub)) NOT = SPACE
                   SET WSQueryBad TO TRUE
                   DISPLAY "  " WSFldName(WSOrderField(WSSub))
                       " is masked - only an unmasked run may "
                       "sort on it"
               END-IF
           END-PERFORM.

       Write-Header-Row.
           MOVE SPACES TO WSLine
           MOVE 1 TO WSLinePtr
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > WSColCount
               IF WSSub > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WSLine WITH POINTER WSLinePtr
                   END-STRING
               END-IF
               STRING WSFldName(WSColField(WSSub)) DELIMITED BY SPACE
                   INTO WSLine WITH POINTER WSLinePtr
               END-STRING
           END-PERFORM
           WRITE ExtractLine FROM WSLine.

       Select-Customers.
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSReadCount
                       IF NOT IsDeleted OR WSSelectsDeleted
                           PERFORM Test-One-Customer
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile.

       Test-One-Customer.
           PERFORM Load-Customer-Values
           MOVE 'Y' TO WSPassFlag
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSSelCount OR NOT WSPasses
               PERFORM Test-One-Selection
           END-PERFORM
           IF WSPasses
               ADD 1 TO WSSelectedCount
               PERFORM Release-Selected-Row
           END-IF.

       Load-Customer-Values.
           MOVE IDNum TO WSFldNum(1)
           MOVE IDNum TO WSFldText(1)
           MOVE FirstName TO WSFldText(2)
           MOVE LastName TO WSFldText(3)
           MOVE CustStatus TO WSFldText(4)
           MOVE DeleteFlag TO WSFldText(5)
           MOVE Street TO WSFldText(6)
           MOVE City TO WSFldText(7)
           MOVE State TO WSFldText(8)
           MOVE Zip TO WSFldText(9)
           MOVE MOB TO WSFldNum(10)
           MOVE DOB TO WSFldNum(11)
           MOVE YOB TO WSFldNum(12)
           MOVE SPACES TO WSFldText(13)
           STRING MOB "/" DOB "/" YOB DELIMITED BY SIZE
               INTO WSFldText(13)
           END-STRING
           MOVE Phone TO WSFldText(14)
           MOVE Balance TO WSFldNum(15)
           IF WSFldUsed(16) = 'Y'
               CALL 'CLASSGET' USING IDNum, WSClassCode,
                   WSClassRate, WSClassLateFee, WSClassFound
               MOVE WSClassCode TO WSFldText(16)
           END-IF
           IF WSFldUsed(17) = 'Y'
               CALL 'CYCLEGET' USING IDNum, WSCustCycle
               MOVE WSCustCycle TO WSFldNum(17)
           END-IF
           IF WSFldUsed(18) = 'Y'
               MOVE 0 TO WSFldNum(18)
               IF WSDunOpen
                   MOVE IDNum TO DunIDNum
                   READ DunningFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE DunLevel TO WSFldNum(18)
                   END-READ
               END-IF
           END-IF
           IF WSFldUsed(19) = 'Y'
               PERFORM Find-Age-Bucket
           END-IF
           IF WSFldUsed(20) = 'Y'
               MOVE "N" TO WSFldText(20)
               IF WSAutopayOpen
                   MOVE IDNum TO APIDNum
                   READ AutopayFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WSFldText(20)
                   END-READ
               END-IF
           END-IF
           IF WSFldUsed(21) = 'Y'
               CALL 'LEGALHLD' USING IDNum, WSLegalFlag
               MOVE WSLegalFlag TO WSFldText(21)
           END-IF.

       Test-One-Selection.
           MOVE WSSelField(WSSub) TO WSFieldSub
           IF WSFldType(WSFieldSub) = "X"
               MOVE FUNCTION UPPER-CASE(WSFldText(WSFieldSub))
                   TO WSCompareText
               EVALUATE WSSelOp(WSSub)
                   WHEN "EQ"
                       IF WSCompareText NOT = WSSelText(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "NE"
                       IF WSCompareText = WSSelText(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "GT"
                       IF WSCompareText NOT > WSSelText(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "GE"
                       IF WSCompareText < WSSelText(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "LT"
                       IF WSCompareText NOT < WSSelText(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "LE"
                       IF WSCompareText > WSSelText(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE WSSelOp(WSSub)
                   WHEN "EQ"
                       IF WSFldNum(WSFieldSub) NOT = WSSelNum(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "NE"
                       IF WSFldNum(WSFieldSub) = WSSelNum(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "GT"
                       IF WSFldNum(WSFieldSub) NOT > WSSelNum(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "GE"
                       IF WSFldNum(WSFieldSub) < WSSelNum(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "LT"
                       IF WSFldNum(WSFieldSub) NOT < WSSelNum(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
                   WHEN "LE"
                       IF WSFldNum(WSFieldSub) > WSSelNum(WSSub)
                           MOVE 'N' TO WSPassFlag
                       END-IF
               END-EVALUATE
           END-IF.

      *> The oldest bucket still owed once the credits are applied
      *> oldest-first - agingrpt.cob's reading of the account.

       Find-Age-Bucket.
           MOVE 0 TO WSDebitsCurrent
           MOVE 0 TO WSDebits30
           MOVE 0 TO WSDebits60
           MOVE 0 TO WSDebits90
           MOVE 0 TO WSCredits
           CALL 'LEDGAGE' USING IDNum, WSToday, LedgAgeAnswer
           IF AAAnswered
               MOVE AACurrent TO WSDebitsCurrent
               MOVE AA30 TO WSDebits30
               MOVE AA60 TO WSDebits60
               MOVE AA90 TO WSDebits90
               MOVE AACredits TO WSCredits
           ELSE
               MOVE 'N' TO WSLedgerEOFFlag
               OPEN INPUT LedgerFile
               IF WSLedgerStatus = "00"
                   PERFORM Read-Ledger
                   PERFORM Bucket-One-Posting UNTIL WSLedgerEOF
                   CLOSE LedgerFile
               END-IF
           END-IF
           COMPUTE WSDebits90 = WSDebits90 - WSCredits
           IF WSDebits90 < 0
               COMPUTE WSDebits60 = WSDebits60 + WSDebits90
               MOVE 0 TO WSDebits90
           END-IF
           IF WSDebits60 < 0
               COMPUTE WSDebits30 = WSDebits30 + WSDebits60
               MOVE 0 TO WSDebits60
           END-IF
           IF WSDebits30 < 0
               MOVE 0 TO WSDebits30
           END-IF
           EVALUATE TRUE
               WHEN Balance NOT > 0   MOVE 0 TO WSFldNum(19)
               WHEN WSDebits90 > 0    MOVE 90 TO WSFldNum(19)
               WHEN WSDebits60 > 0    MOVE 60 TO WSFldNum(19)
               WHEN WSDebits30 > 0    MOVE 30 TO WSFldNum(19)
               WHEN OTHER             MOVE 0 TO WSFldNum(19)
           END-EVALUATE.

       Bucket-One-Posting.
           IF LedgIDNum = IDNum
               IF LedgAmount > 0
                   COMPUTE WSPostDateInt =
                       FUNCTION INTEGER-OF-DATE(LedgPostDate)
                   COMPUTE WSAgeDays = WSTodayInt - WSPostDateInt
                   EVALUATE TRUE
                       WHEN WSAgeDays < 30
                           ADD LedgAmount TO WSDebitsCurrent
                       WHEN WSAgeDays < 60
                           ADD LedgAmount TO WSDebits30
                       WHEN WSAgeDays < 90
                           ADD LedgAmount TO WSDebits60
                       WHEN OTHER
                           ADD LedgAmount TO WSDebits90
                   END-EVALUATE
               ELSE
                   SUBTRACT LedgAmount FROM WSCredits
               END-IF
           END-IF
           PERFORM Read-Ledger.

       Read-Ledger.
           READ LedgerFile
               AT END SET WSLedgerEOF TO TRUE
           END-READ.

      *> Sort keys: a text field sorts on its upper-cased value, a
      *> number offset so that credits sort below zero.  An
      *> ascending key fills the ascending slot and a descending
      *> key the descending one; the unused slot stays blank.

       Release-Selected-Row.
           MOVE SPACES TO WSSortKeys
           PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > WSOrderCount
               MOVE WSOrderField(WSSub) TO WSFieldSub
               IF WSFldType(WSFieldSub) = "X"
                   MOVE FUNCTION UPPER-CASE(WSFldText(WSFieldSub))
                       TO WSCell
               ELSE
                   COMPUTE WSSortNumber =
                       WSFldNum(WSFieldSub) + 100000000000
                   MOVE WSSortNumberText TO WSCell
               END-IF
               IF WSOrderDir(WSSub) = "D"
                   MOVE WSCell TO WSSortDescKey(WSSub)
               ELSE
                   MOVE WSCell TO WSSortAscKey(WSSub)
               END-IF
           END-PERFORM
           MOVE WSSortKeys TO SortKeyArea
           MOVE IDNum TO SortIDNum
           PERFORM Build-Extract-Row
           MOVE WSLine TO SortLine
           RELEASE SortRecord.

       Build-Extract-Row.
           MOVE SPACES TO WSLine
           MOVE 1 TO WSLinePtr
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > WSColCount
               IF WSSub > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WSLine WITH POINTER WSLinePtr
                   END-STRING
               END-IF
               MOVE WSColField(WSSub) TO WSFieldSub
               PERFORM Add-One-Cell
           END-PERFORM.

      *> Text goes out quoted (so a ZIP keeps its leading zero and
      *> a comma in a name stays in its cell), numbers bare.

       Add-One-Cell.
           IF WSFldMask(WSFieldSub) NOT = SPACE
                   AND NOT WSShowUnmasked
               CALL 'PIIMASK' USING YOB, Phone, WSMaskedDOB,
                   WSMaskedPhone
               EVALUATE WSFieldSub
                   WHEN 13  MOVE WSMaskedDOB TO WSCell
                   WHEN 14  MOVE WSMaskedPhone TO WSCell
                   WHEN OTHER MOVE "**" TO WSCell
               END-EVALUATE
               PERFORM Add-Text-Cell
           ELSE
               EVALUATE WSFldType(WSFieldSub)
                   WHEN "X"
                       MOVE WSFldText(WSFieldSub) TO WSCell
                       PERFORM Add-Text-Cell
                   WHEN "$"
                       MOVE WSFldNum(WSFieldSub) TO WSMoneyEdit
                       MOVE WSMoneyEdit TO WSEditText
                       PERFORM Add-Number-Cell
                   WHEN OTHER
                       MOVE WSFldNum(WSFieldSub) TO WSIntEdit
                       MOVE WSIntEdit TO WSEditText
                       PERFORM Add-Number-Cell
               END-EVALUATE
           END-IF.

       Add-Text-Cell.
           INSPECT WSCell REPLACING ALL '"' BY "'"
           PERFORM VARYING WSCellLength FROM 25 BY -1
                   UNTIL WSCellLength = 0
                      OR WSCell(WSCellLength:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WSCellLength = 0
               STRING '""' DELIMITED BY SIZE
                   INTO WSLine WITH POINTER WSLinePtr
               END-STRING
           ELSE
               STRING '"' DELIMITED BY SIZE
                   WSCell(1:WSCellLength) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WSLine WITH POINTER WSLinePtr
               END-STRING
           END-IF.

       Add-Number-Cell.
           MOVE 0 TO WSLeadSpaces
           INSPECT WSEditText TALLYING WSLeadSpaces
               FOR LEADING SPACES
           STRING WSEditText(WSLeadSpaces + 1:) DELIMITED BY SPACE
               INTO WSLine WITH POINTER WSLinePtr
           END-STRING.

       Write-Extract.
           PERFORM UNTIL WSSortEOF = 'Y'
               RETURN SortWorkFile
                   AT END MOVE 'Y' TO WSSortEOF
                   NOT AT END
                       WRITE ExtractLine FROM SortLine
               END-RETURN
           END-PERFORM.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSSelectedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
