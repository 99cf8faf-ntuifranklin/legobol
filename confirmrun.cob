       IDENTIFICATION DIVISION.
       PROGRAM-ID. confirmrun.
      *> Accounts-receivable confirmation run for the external
      *> auditors - draws the year's confirmation sample, prints the
      *> positive-confirmation letters and opens the confirmation
      *> register the replies are worked against.  The sample is
      *> taken from the non-deleted customers on MonthEndBal.dat
      *> for the period-end being confirmed (keyed in, or zero for
      *> the latest period on file): every period-end balance over
      *> the keyed threshold, plus a keyed number of the rest drawn
      *> at random.  The random draw is selection sampling (each
      *> remaining customer taken with chance "still wanted / still
      *> unseen", so exactly that many are drawn) driven by the
      *> minimal-standard multiplicative generator from the keyed
      *> seed - the same seed, period, threshold and size draw the
      *> same sample again, which is what lets the auditors re-
      *> perform the selection.  Letters go to ConfirmLetters.prt
      *> and quote the period-end balance, not today's.  Each
      *> confirmation is registered on ConfirmReg.dat (keyed on
      *> period + IDNum, outstanding until confirmreply.cob records
      *> the customer's answer) with the seed and threshold it was
      *> drawn under, and leaves a CUSTNOTE.  A period already
      *> drawn is refused rather than drawn twice.
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
           SELECT MonthEndFile ASSIGN TO "MonthEndBal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMonthEndStatus.
           SELECT ConfirmFile ASSIGN TO "ConfirmReg.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRKey
               FILE STATUS IS WSConfirmStatus.
           SELECT LetterFile ASSIGN TO "ConfirmLetters.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD MonthEndFile.
       01 MonthEndRecord.
           02 MEPeriod                PIC 9(06).
           02 MEIDNum                  PIC 9(05).
           02 MEBalance                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      *> One row per confirmation mailed.  Basis T = over the
      *> threshold, R = random draw.  Status O = outstanding,
      *> A = agreed, D = disputed (with the amount the customer
      *> says they owe).
       FD ConfirmFile.
       01 ConfirmRecord.
           02 CRKey.
               03 CRPeriod            PIC 9(06).
               03 CRIDNum              PIC 9(05).
           02 CRBasis                  PIC X(01).
           02 CRBalance                PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CRMailDate               PIC 9(08).
           02 CRStatus                 PIC X(01).
           02 CRStatedAmount           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CRReplyDate              PIC 9(08).
           02 CROperator               PIC X(08).
           02 CRSeed                   PIC 9(10).
           02 CRThreshold              PIC 9(07)V99.

       FD LetterFile.
       01 LetterLine                  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSMonthEndStatus             PIC X(02).
       01 WSConfirmStatus              PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "CONFIRMRUN".
       01 WSMailedCount                PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSPeriod                     PIC 9(06).
       01 WSThreshold                  PIC 9(07)V99.
       01 WSSampleSize                 PIC 9(05).
       01 WSSeed                       PIC 9(10).
       01 WSFoundFlag                 PIC X(01).
           88 WSFound                  VALUE 'Y'.
       01 WSDrawnFlag                 PIC X(01) VALUE 'N'.
           88 WSAlreadyDrawn           VALUE 'Y'.
       01 WSOverCount                  PIC 9(07) VALUE 0.
       01 WSRestCount                  PIC 9(07) VALUE 0.
       01 WSRestSeen                   PIC 9(07) VALUE 0.
       01 WSRandomCount                PIC 9(07) VALUE 0.
       01 WSOverTotal                  PIC S9(09)V99 VALUE 0.
       01 WSRandomTotal                PIC S9(09)V99 VALUE 0.
       01 WSPopulationTotal            PIC S9(09)V99 VALUE 0.
       01 WSBasis                      PIC X(01).
       01 WSFullName                   PIC X(31).
       01 WSNoteText                   PIC X(60).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).

      *> Minimal-standard generator: seed = seed * 16807 mod
      *> (2**31 - 1).  A remaining customer is drawn when
      *> (unseen * seed) < (still wanted * modulus), i.e. with
      *> chance wanted / unseen.
       01 WSModulus                    PIC 9(10) VALUE 2147483647.
       01 WSRandomSeed                 PIC 9(10).
       01 WSRandomProduct              PIC 9(15).
       01 WSRandomQuotient             PIC 9(15).
       01 WSDrawLeft                   PIC 9(17).
       01 WSDrawRight                  PIC 9(17).

       *> Dollar-sign/comma edit pictures, same as trialbal.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.
       01 WSMoneyEdit                  PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSMailedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Period-end to confirm (YYYYMM, 0=latest on file): "
               WITH NO ADVANCING
           ACCEPT WSPeriod
           IF WSPeriod = 0
               PERFORM Find-Latest-Period
           END-IF
           IF WSPeriod = 0
               DISPLAY "No period-end balances on MonthEndBal.dat - "
                   "nothing to confirm."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSMailedCount
               GOBACK
           END-IF
           DISPLAY "Confirm every balance over: " WITH NO ADVANCING
           ACCEPT WSThreshold
           DISPLAY "Random sample size from the rest: "
               WITH NO ADVANCING
           ACCEPT WSSampleSize
           DISPLAY "Seed (1-2147483646, 0 = today's date): "
               WITH NO ADVANCING
           ACCEPT WSSeed
           IF WSSeed = 0
               MOVE WSToday TO WSSeed
           END-IF
           IF WSSeed >= WSModulus
               DISPLAY "Seed must be below 2147483647 - nothing "
                   "drawn."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSMailedCount
               GOBACK
           END-IF

           OPEN I-O ConfirmFile
      *> First confirmation run ever - create the register, then
      *> reopen for keyed update.
           IF WSConfirmStatus = "35"
               OPEN OUTPUT ConfirmFile
               CLOSE ConfirmFile
               OPEN I-O ConfirmFile
           END-IF
           IF WSConfirmStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM Check-Period-Drawn
           IF WSAlreadyDrawn
               DISPLAY "Period " WSPeriod " already has a "
                   "confirmation register - nothing drawn."
               CLOSE ConfirmFile
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSMailedCount
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
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           PERFORM Count-Population
           IF WSSampleSize > WSRestCount
               MOVE WSRestCount TO WSSampleSize
           END-IF
           MOVE WSSeed TO WSRandomSeed
           OPEN OUTPUT LetterFile
           PERFORM Draw-Sample
           CLOSE LetterFile
           CLOSE CustomerFile
           CLOSE ConfirmFile

           DISPLAY "CONFIRMATION SAMPLE - PERIOD " WSPeriod
               "  SEED " WSSeed
           MOVE WSPopulationTotal TO WSMoneyEdit
           DISPLAY "  Population: " WSOverCount " over threshold + "
               WSRestCount " other(s), " WSMoneyEdit
           MOVE WSThreshold TO WSBalanceEdit
           MOVE WSOverTotal TO WSMoneyEdit
           DISPLAY "  Over " WSBalanceEdit ":   " WSOverCount
               "  " WSMoneyEdit
           MOVE WSRandomTotal TO WSMoneyEdit
           DISPLAY "  Random draw:         " WSRandomCount
               "  " WSMoneyEdit
           DISPLAY "  Letters on ConfirmLetters.prt: " WSMailedCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSMailedCount
           GOBACK.

       Find-Latest-Period.
           MOVE 0 TO WSPeriod
           MOVE 'N' TO WSEOF
           OPEN INPUT MonthEndFile
           IF WSMonthEndStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ MonthEndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF MEPeriod > WSPeriod
                               MOVE MEPeriod TO WSPeriod
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MonthEndFile
           END-IF.

       Check-Period-Drawn.
           MOVE 'N' TO WSDrawnFlag
           MOVE WSPeriod TO CRPeriod
           MOVE 0 TO CRIDNum
           START ConfirmFile KEY IS NOT LESS THAN CRKey
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ConfirmFile NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CRPeriod = WSPeriod
                               SET WSAlreadyDrawn TO TRUE
                           END-IF
                   END-READ
           END-START.

      *> First pass: how many are over the threshold and how many
      *> are left for the random draw to choose from.

       Count-Population.
           MOVE 'N' TO WSEOF
           OPEN INPUT MonthEndFile
           IF WSMonthEndStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ MonthEndFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF MEPeriod = WSPeriod
                           PERFORM Read-Sampled-Customer
                           IF WSFound
                               ADD MEBalance TO WSPopulationTotal
                               IF MEBalance > WSThreshold
                                   ADD 1 TO WSOverCount
                               ELSE
                                   ADD 1 TO WSRestCount
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MonthEndFile.

      *> A customer deleted since the period end is out of the
      *> population.

       Read-Sampled-Customer.
           MOVE MEIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           IF WSFound AND IsDeleted
               MOVE 'N' TO WSFoundFlag
           END-IF.

      *> Second pass, in the same file order as the first: every
      *> balance over the threshold, then the selection draw for
      *> the rest.

       Draw-Sample.
           MOVE 'N' TO WSEOF
           OPEN INPUT MonthEndFile
           PERFORM UNTIL WSEOF = 'Y'
               READ MonthEndFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF MEPeriod = WSPeriod
                           PERFORM Read-Sampled-Customer
                           IF WSFound
                               PERFORM Judge-One-Customer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MonthEndFile.

       Judge-One-Customer.
           IF MEBalance > WSThreshold
               MOVE 'T' TO WSBasis
               ADD MEBalance TO WSOverTotal
               PERFORM Confirm-One-Customer
           ELSE
               PERFORM Next-Random
               COMPUTE WSDrawLeft =
                   (WSRestCount - WSRestSeen) * WSRandomSeed
               COMPUTE WSDrawRight =
                   (WSSampleSize - WSRandomCount) * WSModulus
               ADD 1 TO WSRestSeen
               IF WSDrawLeft < WSDrawRight
                   MOVE 'R' TO WSBasis
                   ADD 1 TO WSRandomCount
                   ADD MEBalance TO WSRandomTotal
                   PERFORM Confirm-One-Customer
               END-IF
           END-IF.

       Next-Random.
           COMPUTE WSRandomProduct = WSRandomSeed * 16807
           DIVIDE WSRandomProduct BY WSModulus
               GIVING WSRandomQuotient REMAINDER WSRandomSeed.

       Confirm-One-Customer.
           MOVE WSPeriod TO CRPeriod
           MOVE IDNum TO CRIDNum
           MOVE WSBasis TO CRBasis
           MOVE MEBalance TO CRBalance
           MOVE WSToday TO CRMailDate
           MOVE 'O' TO CRStatus
           MOVE 0 TO CRStatedAmount
           MOVE 0 TO CRReplyDate
           MOVE WSOperatorId TO CROperator
           MOVE WSSeed TO CRSeed
           MOVE WSThreshold TO CRThreshold
           WRITE ConfirmRecord
               INVALID KEY PERFORM File-Error-Abend
           END-WRITE
           PERFORM Print-Confirmation-Letter
           ADD 1 TO WSMailedCount
           MOVE SPACES TO WSNoteText
           STRING "AUDIT BALANCE CONFIRMATION MAILED FOR PERIOD "
               DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText.

       Print-Confirmation-Letter.
           CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
           MOVE ALL "=" TO LetterLine
           WRITE LetterLine
           MOVE WSFullName TO LetterLine
           WRITE LetterLine
           MOVE Street TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING City DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "Date: " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               "          Confirmation reference: " DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "Our auditors are examining our financial statements."
               TO LetterLine
           WRITE LetterLine
           MOVE "Please confirm directly to them the balance of your"
               TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "account at the close of period " DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "    Account number:  " DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE MEBalance TO WSMoneyEdit
           MOVE SPACES TO LetterLine
           STRING "    Balance:         " DELIMITED BY SIZE
               WSMoneyEdit DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE "This is not a request for payment.  Whether or not"
               TO LetterLine
           WRITE LetterLine
           MOVE "the balance agrees with your records, please sign"
               TO LetterLine
           WRITE LetterLine
           MOVE "below and return this letter to our auditors in the"
               TO LetterLine
           WRITE LetterLine
           MOVE "enclosed envelope."
               TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "  ___ The balance above agrees with our records."
               TO LetterLine
           WRITE LetterLine
           MOVE "  ___ The balance does not agree; our records show"
               TO LetterLine
           WRITE LetterLine
           MOVE "      $______________ (details on the reverse)."
               TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "Signature ______________________  Date __________"
               TO LetterLine
           WRITE LetterLine.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSConfirmStatus " / " WSMonthEndStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSMailedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
