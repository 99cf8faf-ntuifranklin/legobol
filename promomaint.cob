       IDENTIFICATION DIVISION.
       PROGRAM-ID. promomaint.
      *> Promotion assignment - puts a customer on one of the
      *> promotions offered on the Promo.dat table (code, percent or
      *> flat amount, services covered, months it runs, offer
      *> expiry) by writing their PromoAssign.dat row.  One
      *> promotion per customer; assigning a new one replaces the
      *> old.  recurgen.cob gives the discount as each charge bills
      *> and ends the assignment by itself when its months are used
      *> or the offer expires; R here ends it early.  Prompts in the
      *> custmaint.cob style, same shape as taxexmaint.cob; both
      *> actions leave a CUSTNOTE trail.
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
           SELECT PromoFile ASSIGN TO "Promo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPromoStatus.
           SELECT AssignFile ASSIGN TO "PromoAssign.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PAIDNum
               FILE STATUS IS WSAssignStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout recurgen.cob reads.
       FD PromoFile.
       01 PromoRecord.
           02 PRCode                  PIC X(06).
           02 PRDesc                   PIC X(20).
           02 PRType                   PIC X(01).
               88 PRPercent            VALUE 'P'.
               88 PRFlat               VALUE 'F'.
           02 PRValue                  PIC 9(03)V99.
           02 PRSvcCode                PIC X(04) OCCURS 3 TIMES.
           02 PRMonths                 PIC 9(02).
           02 PRExpires                PIC 9(08).

       FD AssignFile.
       01 AssignRecord.
           02 PAIDNum                 PIC 9(05).
           02 PACode                   PIC X(06).
           02 PAStatus                 PIC X(01).
               88 PAActive             VALUE 'A'.
               88 PAEnded              VALUE 'E'.
           02 PAStartDate              PIC 9(08).
           02 PAMonthsUsed             PIC 9(02).
           02 PALastPeriod             PIC 9(06).
           02 PAEndDate                PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSPromoStatus                PIC X(02).
       01 WSAssignStatus               PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSAssignFoundFlag           PIC X(01) VALUE 'N'.
           88 WSAssignFound            VALUE 'Y'.
       01 WSPromoFoundFlag            PIC X(01) VALUE 'N'.
           88 WSPromoFound             VALUE 'Y'.
       01 WSAction                    PIC X(01).
           88 WSActionAssign           VALUE 'A'.
           88 WSActionRemove           VALUE 'R'.
       01 WSNewCode                    PIC X(06).
       01 WSToday                     PIC 9(08).
       01 WSNoteText                   PIC X(60).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT IDNum
           CALL 'CHKDIGIT' USING IDNum, WSCheckDigitFlag
           IF NOT WSCheckDigitOK
               DISPLAY "Check digit is wrong - probable "
                   "mis-key; no change made."
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
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
           END-READ
           CLOSE CustomerFile

           EVALUATE TRUE
               WHEN NOT WSFound
                   DISPLAY "Customer " IDNum " not found."
               WHEN IsDeleted
                   DISPLAY "Customer " IDNum " is deleted - no "
                       "promotion can be given."
               WHEN OTHER
                   PERFORM Maintain-Promotion
           END-EVALUATE
           GOBACK.

       Maintain-Promotion.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Customer: " FirstName " " LastName
           OPEN I-O AssignFile
      *> First assignment ever - create the file, then reopen for
      *> keyed update.
           IF WSAssignStatus = "35"
               OPEN OUTPUT AssignFile
               CLOSE AssignFile
               OPEN I-O AssignFile
           END-IF
           IF WSAssignStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           MOVE IDNum TO PAIDNum
           READ AssignFile
               INVALID KEY MOVE 'N' TO WSAssignFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSAssignFoundFlag
           END-READ
           IF WSAssignFound AND PAActive
               DISPLAY "PROMOTION " PACode " since " PAStartDate
                   " - " PAMonthsUsed " month(s) given"
           ELSE
               DISPLAY "No promotion running."
           END-IF
           DISPLAY "Action (A=assign promotion, R=remove "
               "promotion): " WITH NO ADVANCING
           ACCEPT WSAction
           EVALUATE TRUE
               WHEN WSActionAssign
                   PERFORM Assign-Promotion
               WHEN WSActionRemove AND WSAssignFound AND PAActive
                   PERFORM Remove-Promotion
               WHEN WSActionRemove
                   DISPLAY "No promotion to remove."
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           CLOSE AssignFile.

       Assign-Promotion.
           DISPLAY "Promotion code: " WITH NO ADVANCING
           ACCEPT WSNewCode
           PERFORM Find-Promotion
           EVALUATE TRUE
               WHEN NOT WSPromoFound
                   DISPLAY "Promotion " WSNewCode " is not on "
                       "Promo.dat - no change made."
               WHEN PRExpires < WSToday
                   DISPLAY "Promotion " WSNewCode " expired "
                       PRExpires " - no change made."
               WHEN OTHER
                   PERFORM Store-Assignment
           END-EVALUATE.

       Find-Promotion.
           MOVE 'N' TO WSPromoFoundFlag
           MOVE 'N' TO WSEOF
           OPEN INPUT PromoFile
           IF WSPromoStatus NOT = "00"
               DISPLAY "No promotion table on record."
           ELSE
               PERFORM UNTIL WSEOF = 'Y'
                   READ PromoFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF PRCode = WSNewCode
                               SET WSPromoFound TO TRUE
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       Store-Assignment.
           MOVE IDNum TO PAIDNum
           MOVE WSNewCode TO PACode
           SET PAActive TO TRUE
           MOVE WSToday TO PAStartDate
           MOVE 0 TO PAMonthsUsed
           MOVE 0 TO PALastPeriod
           MOVE 0 TO PAEndDate
           IF WSAssignFound
               REWRITE AssignRecord
           ELSE
               WRITE AssignRecord
           END-IF
           MOVE SPACES TO WSNoteText
           STRING "PROMOTION " DELIMITED BY SIZE
               WSNewCode DELIMITED BY SPACE
               " ASSIGNED - " DELIMITED BY SIZE
               PRDesc DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           MOVE PRValue TO WSBalanceEdit
           IF PRPercent
               DISPLAY "Promotion assigned - " PRValue "% off for "
                   PRMonths " month(s)."
           ELSE
               DISPLAY "Promotion assigned - " WSBalanceEdit
                   " off for " PRMonths " month(s)."
           END-IF.

       Remove-Promotion.
           SET PAEnded TO TRUE
           MOVE WSToday TO PAEndDate
           REWRITE AssignRecord
           MOVE SPACES TO WSNoteText
           STRING "PROMOTION " DELIMITED BY SIZE
               PACode DELIMITED BY SPACE
               " REMOVED" DELIMITED BY SIZE
               INTO WSNoteText
           END-STRING
           CALL 'CUSTNOTE' USING IDNum, WSNoteText
           DISPLAY "Promotion removed - no further discount.".

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSFileStatus
               " / " WSAssignStatus
           MOVE 16 TO RETURN-CODE
           GOBACK.
