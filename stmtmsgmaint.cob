       IDENTIFICATION DIVISION.
       PROGRAM-ID. stmtmsgmaint.
      *> Statement message maintenance - lists StmtMessage.dat and
      *> adds messages to it.  Each message carries up to two lines
      *> of text, the statement periods it runs in (YYYYMM from and
      *> to) and its selection criteria; statement.cob prints every
      *> message a customer matches in a box on the page and
      *> records it on StmtMsgArchive.dat.  A criterion left blank
      *> (or zero) selects everyone:
      *>   rate class     X(02)  CLASSGET class code
      *>   state          X(02)  the master record's State
      *>   cycle          9(02)  CYCLEGET billing cycle
      *>   dunning level  X(01)  DunningLevel.dat level, 0-9
      *>   balance range         low and high Balance; a zero
      *>                         high end means no upper limit
      *> Message numbers are never reused - a message is withdrawn
      *> by the "to" period it was added with.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MessageFile ASSIGN TO "StmtMessage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMessageStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MessageFile.
       01 MessageRecord.
           02 SMNumber                PIC 9(03).
           02 SMFromPeriod             PIC 9(06).
           02 SMToPeriod               PIC 9(06).
           02 SMClass                  PIC X(02).
           02 SMState                  PIC X(02).
           02 SMCycle                  PIC 9(02).
           02 SMDunLevel               PIC X(01).
           02 SMMinBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SMMaxBalance             PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SMText1                  PIC X(60).
           02 SMText2                  PIC X(60).

       WORKING-STORAGE SECTION.
       01 WSMessageStatus              PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSChoice                    PIC 9(01).
       01 WSExitFlag                   PIC X(01) VALUE 'N'.
           88 WSExit                   VALUE 'Y'.
       01 WSDupFlag                   PIC X(01) VALUE 'N'.
           88 WSDupFound               VALUE 'Y'.
       01 WSNewNumber                  PIC 9(03).
       01 WSNewFromPeriod              PIC 9(06).
       01 WSNewToPeriod                PIC 9(06).
       01 WSNewClass                   PIC X(02).
       01 WSNewState                   PIC X(02).
       01 WSNewCycle                   PIC 9(02).
       01 WSNewDunLevel                PIC X(01).
       01 WSNewMinBalance              PIC S9(07)V99.
       01 WSNewMaxBalance              PIC S9(07)V99.
       01 WSNewText1                   PIC X(60).
       01 WSNewText2                   PIC X(60).
       01 WSBalanceEdit               PIC -$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM Display-Menu WITH TEST AFTER UNTIL WSExit
           GOBACK.

       Display-Menu.
           DISPLAY " "
           DISPLAY "1. List Statement Messages"
           DISPLAY "2. Add Statement Message"
           DISPLAY "3. Exit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WSChoice
           EVALUATE WSChoice
               WHEN 1 PERFORM List-Messages
               WHEN 2 PERFORM Add-Message
               WHEN 3 SET WSExit TO TRUE
               WHEN OTHER DISPLAY "Invalid selection."
           END-EVALUATE.

       List-Messages.
           MOVE 'N' TO WSEOF
           OPEN INPUT MessageFile
           IF WSMessageStatus NOT = "00"
               DISPLAY "No statement messages yet."
           ELSE
               PERFORM UNTIL WSEOF = 'Y'
                   READ MessageFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Show-One-Message
                   END-READ
               END-PERFORM
               CLOSE MessageFile
           END-IF.

       Show-One-Message.
           DISPLAY " "
           DISPLAY "MESSAGE " SMNumber "  PERIODS " SMFromPeriod
               " TO " SMToPeriod
           DISPLAY "  CLASS [" SMClass "] STATE [" SMState
               "] CYCLE " SMCycle " DUNNING LEVEL [" SMDunLevel "]"
           MOVE SMMinBalance TO WSBalanceEdit
           DISPLAY "  BALANCE FROM " WSBalanceEdit WITH NO ADVANCING
           IF SMMaxBalance = 0
               DISPLAY " (NO UPPER LIMIT)"
           ELSE
               MOVE SMMaxBalance TO WSBalanceEdit
               DISPLAY " TO " WSBalanceEdit
           END-IF
           DISPLAY "  " SMText1
           IF SMText2 NOT = SPACES
               DISPLAY "  " SMText2
           END-IF.

       Add-Message.
           DISPLAY "Message number: " WITH NO ADVANCING
           ACCEPT WSNewNumber
           DISPLAY "First statement period (YYYYMM): "
               WITH NO ADVANCING
           ACCEPT WSNewFromPeriod
           DISPLAY "Last statement period (YYYYMM): "
               WITH NO ADVANCING
           ACCEPT WSNewToPeriod
           DISPLAY "Rate class (blank = all): " WITH NO ADVANCING
           MOVE SPACES TO WSNewClass
           ACCEPT WSNewClass
           DISPLAY "State (blank = all): " WITH NO ADVANCING
           MOVE SPACES TO WSNewState
           ACCEPT WSNewState
           DISPLAY "Billing cycle (00 = all): " WITH NO ADVANCING
           ACCEPT WSNewCycle
           DISPLAY "Dunning level (blank = all): " WITH NO ADVANCING
           MOVE SPACE TO WSNewDunLevel
           ACCEPT WSNewDunLevel
           DISPLAY "Lowest balance (0 = no lower limit): "
               WITH NO ADVANCING
           ACCEPT WSNewMinBalance
           DISPLAY "Highest balance (0 = no upper limit): "
               WITH NO ADVANCING
           ACCEPT WSNewMaxBalance
           DISPLAY "Message line 1: " WITH NO ADVANCING
           MOVE SPACES TO WSNewText1
           ACCEPT WSNewText1
           DISPLAY "Message line 2 (may be blank): "
               WITH NO ADVANCING
           MOVE SPACES TO WSNewText2
           ACCEPT WSNewText2
           PERFORM Check-Duplicate-Number
           EVALUATE TRUE
               WHEN WSNewNumber = 0
                   DISPLAY "Message number cannot be zero - "
                       "nothing added."
               WHEN WSDupFound
                   DISPLAY "Message " WSNewNumber " already exists "
                       "- nothing added."
               WHEN WSNewFromPeriod(5:2) < "01"
                       OR WSNewFromPeriod(5:2) > "12"
                       OR WSNewToPeriod(5:2) < "01"
                       OR WSNewToPeriod(5:2) > "12"
                       OR WSNewToPeriod < WSNewFromPeriod
                   DISPLAY "Invalid statement periods - nothing "
                       "added."
               WHEN WSNewDunLevel NOT = SPACE
                       AND WSNewDunLevel NOT NUMERIC
                   DISPLAY "Dunning level must be 0-9 or blank - "
                       "nothing added."
               WHEN WSNewMaxBalance NOT = 0
                       AND WSNewMaxBalance < WSNewMinBalance
                   DISPLAY "Balance range is backwards - nothing "
                       "added."
               WHEN WSNewText1 = SPACES
                   DISPLAY "Message text cannot be blank - nothing "
                       "added."
               WHEN OTHER
                   PERFORM Write-Message
           END-EVALUATE.

       Check-Duplicate-Number.
           MOVE 'N' TO WSDupFlag
           MOVE 'N' TO WSEOF
           OPEN INPUT MessageFile
           IF WSMessageStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ MessageFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF SMNumber = WSNewNumber
                               SET WSDupFound TO TRUE
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MessageFile
           END-IF.

       Write-Message.
           OPEN EXTEND MessageFile
           IF WSMessageStatus = "35"
               OPEN OUTPUT MessageFile
           END-IF
           MOVE WSNewNumber TO SMNumber
           MOVE WSNewFromPeriod TO SMFromPeriod
           MOVE WSNewToPeriod TO SMToPeriod
           MOVE WSNewClass TO SMClass
           MOVE WSNewState TO SMState
           MOVE WSNewCycle TO SMCycle
           MOVE WSNewDunLevel TO SMDunLevel
           MOVE WSNewMinBalance TO SMMinBalance
           MOVE WSNewMaxBalance TO SMMaxBalance
           MOVE WSNewText1 TO SMText1
           MOVE WSNewText2 TO SMText2
           WRITE MessageRecord
           CLOSE MessageFile
           DISPLAY "Statement message added.".
