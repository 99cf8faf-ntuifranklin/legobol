      *> Statute-of-limitations status lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LIMSTAT.
      *> Answers "is this debt time-barred, and is it still
      *> reportable?" for the collection programs - same open/keyed-
      *> read/close-per-call shape as PLANSTAT.  Both flags come from
      *> the customer's row on Limitation.dat, which the nightly
      *> limitupd.cob run keeps current from the date of first
      *> delinquency, the last payment, and the State's limitations
      *> period on StateZip.dat.  LTimeBarred comes back 'Y' once the
      *> limitations period has run; LReportExpired 'Y' once the
      *> seven-year credit-reporting period from first delinquency
      *> has.  No row (not delinquent, or not yet tracked) answers
      *> 'N' to both, so collection proceeds normally.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LimitFile ASSIGN TO "Limitation.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LMIDNum
               FILE STATUS IS WSLimitStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout limitupd.cob writes.
       FD LimitFile.
       01 LimitRecord.
           02 LMIDNum                 PIC 9(05).
           02 LMFirstDelinqDate        PIC 9(08).
           02 LMLastPayDate            PIC 9(08).
           02 LMState                  PIC X(02).
           02 LMLimitYears             PIC 9(02).
           02 LMTimeBarDate            PIC 9(08).
           02 LMReportEndDate          PIC 9(08).
           02 LMTimeBarredFlag         PIC X(01).
               88 LMTimeBarred         VALUE 'Y'.
           02 LMReportExpiredFlag      PIC X(01).
               88 LMReportExpired      VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01 WSLimitStatus               PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LTimeBarred PIC X(01).
            88 LDebtTimeBarred       VALUE 'Y'.
            88 LDebtNotTimeBarred    VALUE 'N'.
        01 LReportExpired PIC X(01).
            88 LReportingExpired     VALUE 'Y'.
            88 LStillReportable      VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LTimeBarred, LReportExpired.
       LIMSTAT-Entry.
           SET LDebtNotTimeBarred TO TRUE
           SET LStillReportable TO TRUE
           OPEN INPUT LimitFile
           IF WSLimitStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO LMIDNum
           READ LimitFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LMTimeBarred
                       SET LDebtTimeBarred TO TRUE
                   END-IF
                   IF LMReportExpired
                       SET LReportingExpired TO TRUE
                   END-IF
           END-READ
           CLOSE LimitFile
           GOBACK.
