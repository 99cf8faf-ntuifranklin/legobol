      *> later if it qualifies again), appends the account to the
      *> recall notice file (AgencyRecall.dat) the agency receives,
      *> and leaves a CUSTNOTE trail.
      *> Modification History:
      *>   A recalled account must post a security deposit again
      *>   (DEPREQ, reason AR) - recorded on Deposit.dat for
      *>   depreceipt.cob to take in.
      *>   Every change now refreshes the customer's row on the
      *>   consolidated CustFlags.dat through FLAGSET.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFileStatus                PIC X(02).
       01 WSPlaceStatus                PIC X(02).
       01 WSRecallStatus               PIC X(02).
       01 WSNoteText                   PIC X(60).
       01 WSCheckDigitFlag            PIC X(01).
           88 WSCheckDigitOK           VALUE 'Y'.
       01 WSDepositFlag               PIC X(01) VALUE 'N'.
           88 WSDepositRequired        VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
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
           IF WSPlaceFound AND APLPlaced
               SET APLRecalled TO TRUE
               REWRITE PlaceRecord
               CALL 'FLAGSET' USING IDNum
               PERFORM Write-Recall-Notice
               MOVE "RECALLED FROM COLLECTION AGENCY"
                   TO WSNoteText
               ADD 1 TO WSRecallCount
               DISPLAY "Account " IDNum " recalled - notice "
                   "written for the agency."
               CALL 'DEPREQ' USING IDNum, "AR", WSDepositFlag
               IF WSDepositRequired
                   DISPLAY "Security deposit required before the "
                       "account is reinstated."
               END-IF
           ELSE
               DISPLAY "Customer " IDNum " is not placed - "
                   "nothing to recall."
