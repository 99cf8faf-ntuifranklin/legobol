      *> Hardship-program status lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HARDSTAT.
      *> Answers "is this customer in an approved hardship program
      *> today, and on what terms?" for custinterest.cob,
      *> recurgen.cob and dunning.cob - same open/keyed-read/
      *> close-per-call shape as PLANSTAT.  LFlag comes back 'Y'
      *> only when Hardship.dat (hardmaint.cob) holds a program a
      *> supervisor has approved and today falls between its start
      *> and end dates; LRate is then the reduced monthly interest
      *> rate (zero for no interest) and LFeeFlag 'Y' when fees are
      *> suppressed.  A pending, cancelled, not-yet-started or
      *> expired program answers 'N' with no relief.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HardshipFile ASSIGN TO "Hardship.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HSIDNum
               FILE STATUS IS WSHardStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout hardmaint.cob writes.
       FD HardshipFile.
       01 HardshipRecord.
           02 HSIDNum                 PIC 9(05).
           02 HSReason                 PIC X(20).
           02 HSStartDate              PIC 9(08).
           02 HSEndDate                PIC 9(08).
           02 HSRate                   PIC 9V999.
           02 HSFeeSuppress            PIC X(01).
               88 HSFeesSuppressed     VALUE 'Y'.
           02 HSRequestOp              PIC X(08).
           02 HSApproveOp              PIC X(08).
           02 HSStatus                 PIC X(01).
               88 HSPending            VALUE 'P'.
               88 HSApproved           VALUE 'A'.
               88 HSCancelled          VALUE 'C'.
           02 HSClosedDate             PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSHardStatus                PIC X(02).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LOnHardship           VALUE 'Y'.
            88 LNoHardship           VALUE 'N'.
        01 LRate PIC 9V999.
        01 LFeeFlag PIC X(01).

       PROCEDURE DIVISION USING LIDNum, LFlag, LRate, LFeeFlag.
       HARDSTAT-Entry.
           SET LNoHardship TO TRUE
           MOVE 0 TO LRate
           MOVE 'N' TO LFeeFlag
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN INPUT HardshipFile
           IF WSHardStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO HSIDNum
           READ HardshipFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HSApproved AND HSStartDate <= WSToday
                           AND HSEndDate >= WSToday
                       SET LOnHardship TO TRUE
                       MOVE HSRate TO LRate
                       IF HSFeesSuppressed
                           MOVE 'Y' TO LFeeFlag
                       END-IF
                   END-IF
           END-READ
           CLOSE HardshipFile
           GOBACK.
