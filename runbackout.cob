      *> and backable-out) and the matching Balance correction,
      *> with an AUDITLOG entry per customer touched and a register
      *> of every reversal.  Supervisors only, per OPERID.
      *> Modification History:
      *>   Each customer reversed is also released from the
      *>   posting job's run guard on RunGuard.dat (RUNGUARD), so
      *>   the corrected rerun charges them again instead of
      *>   skipping them as already done.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFileStatus                PIC X(02).
       01 WSPeriodFlag                PIC X(01).
           88 WSPostingAllowed         VALUE 'Y'.
       01 WSOpenPeriod                 PIC 9(06).
       01 WSGuardAction                PIC X(04) VALUE "FREE".
       01 WSGuardPeriod                PIC X(08) VALUE SPACES.
       01 WSGuardResult               PIC X(01).

       *> Signed dollar edit picture, same as trialbal.cob
       01 WSMoneyEdit                 PIC +$$$,$$$,$$9.99.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "RUN BACKOUT REGISTER - SERIAL " WSPickSerial
           DISPLAY "------------------------------"
           MOVE 'N' TO WSLedgerEOFFlag
               MOVE WSMoneyEdit TO WSAuditAfter
               CALL 'AUDITLOG' USING WSProgramId, "BACKOU", IDNum,
                   WSAuditBefore, WSAuditAfter
               CALL 'RUNGUARD' USING WSGuardAction, LedgProgram,
                   IDNum, WSGuardPeriod, WSGuardResult
               MOVE WSReversalAmount TO WSMoneyEdit
               DISPLAY "REVERSED " IDNum " " LedgTransCode " "
                   WSMoneyEdit " (posted " LedgPostDate ")"
