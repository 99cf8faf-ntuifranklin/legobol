      *> what was reported per customer prints for dispute
      *> handling.  Customers under an active legal hold are not
      *> reported at all.
      *> Modification History:
      *>   An account past the seven-year reporting period from its
      *>   first delinquency (LIMSTAT against Limitation.dat) is no
      *>   longer reported either.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSPlaceDate                  PIC 9(08).
       01 WSLegalFlag                 PIC X(01).
           88 WSOnLegalHold            VALUE 'Y'.
       01 WSExpiredCount               PIC 9(05) VALUE 0.
       01 WSTimeBarredFlag            PIC X(01).
       01 WSReportExpiredFlag         PIC X(01).
           88 WSReportExpired          VALUE 'Y'.
       01 WSWrittenOff                 PIC S9(09)V99.
       01 WSRecovered                  PIC S9(09)V99.

           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
      *> The open result is captured once - the per-customer
      *> keyed READs overwrite the live file status.
           OPEN INPUT DunningFile
           DISPLAY "Accounts reported: " WSReportedCount
               "  " WSBalanceEdit
           DISPLAY "Suppressed (legal hold): " WSSuppressedCount
           DISPLAY "Past the reporting period: " WSExpiredCount
           CALL 'RUNLOG' USING WSProgramId, "END  ",
               WSReportedCount
           GOBACK.

       Report-One-Customer.
           CALL 'LEGALHLD' USING WSIDNum, WSLegalFlag
           CALL 'LIMSTAT' USING WSIDNum, WSTimeBarredFlag,
               WSReportExpiredFlag
           EVALUATE TRUE
               WHEN WSOnLegalHold
                   ADD 1 TO WSSuppressedCount
               WHEN WSReportExpired
                   ADD 1 TO WSExpiredCount
               WHEN OTHER
                   PERFORM Derive-Status-Code
                   PERFORM Write-Bureau-Record
           END-EVALUATE.

      *> Placement trumps everything; an unrecovered write-off
      *> next; otherwise the dunning level tells the age story.
