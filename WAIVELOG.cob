      *> Fee waiver log subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. WAIVELOG.
      *> Appends one line to FeeWaiver.dat for every fee waiver that
      *> posts - straight from feewaive.cob within the operator's
      *> authority, or from adjapprove.cob once a supervisor
      *> approves one over it.  Same OPEN EXTEND/WRITE/CLOSE-per-
      *> call shape as PROMOLOG.  The FW ledger row carries the
      *> money; this row carries what the ledger has no room for -
      *> which fee was waived, why, who asked and who let it post -
      *> for the once-a-year courtesy rule and waiverrpt.cob.  The
      *> approving operator is whoever is signed on (OPERID).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WaiverFile ASSIGN TO "FeeWaiver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWaiverStatus.

       DATA DIVISION.
       FILE SECTION.
       FD WaiverFile.
       01 WaiverRecord.
           02 FWIDNum                 PIC 9(05).
           02 FWDate                   PIC 9(08).
           02 FWFeeDate                PIC 9(08).
           02 FWFeeCode                PIC X(02).
           02 FWAmount                 PIC 9(07)V99.
           02 FWReason                 PIC X(02).
           02 FWRequestOp              PIC X(08).
           02 FWApproveOp              PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSWaiverStatus              PIC X(02).
       01 WSToday                     PIC 9(08).
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole              PIC X(01).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFeeDate PIC 9(08).
        01 LFeeCode PIC X(02).
        01 LAmount PIC 9(07)V99.
        01 LReason PIC X(02).
        01 LRequestOp PIC X(08).

       PROCEDURE DIVISION USING LIDNum, LFeeDate, LFeeCode, LAmount,
               LReason, LRequestOp.
       WAIVELOG-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           MOVE LIDNum TO FWIDNum
           MOVE WSToday TO FWDate
           MOVE LFeeDate TO FWFeeDate
           MOVE LFeeCode TO FWFeeCode
           MOVE LAmount TO FWAmount
           MOVE LReason TO FWReason
           MOVE LRequestOp TO FWRequestOp
           MOVE WSOperatorId TO FWApproveOp
           OPEN EXTEND WaiverFile
           IF WSWaiverStatus = "35"
               OPEN OUTPUT WaiverFile
           END-IF
           WRITE WaiverRecord
           CLOSE WaiverFile
           GOBACK.
