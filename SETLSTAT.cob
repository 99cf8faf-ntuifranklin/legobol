      *> Settlement-agreement status lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SETLSTAT.
      *> Answers "is this customer keeping a settlement agreement?"
      *> for the collection programs - same open/keyed-read/close-
      *> per-call shape as PLANSTAT.  LFlag comes back 'Y' only when
      *> an agreement exists on Settle.dat and its status is active
      *> (approved and being kept - the nightly settlechk.cob run
      *> keeps the status honest against the ledger).  An agreement
      *> still awaiting supervisor approval, a broken or settled
      *> one, or none at all answers 'N' so collection activity
      *> proceeds normally.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SettleFile ASSIGN TO "Settle.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STIDNum
               FILE STATUS IS WSSettleStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout settlemaint.cob writes.
       FD SettleFile.
       01 SettleRecord.
           02 STIDNum                 PIC 9(05).
           02 STAgreeDate              PIC 9(08).
           02 STBalanceAtAgree         PIC 9(07)V99.
           02 STAgreedAmount           PIC 9(07)V99.
           02 STInstallments           PIC 9(02).
           02 STFirstDueDate           PIC 9(08).
           02 STRequestOp              PIC X(08).
           02 STApproveOp              PIC X(08).
           02 STStatus                 PIC X(01).
               88 STActive             VALUE 'A'.
           02 STClosedDate             PIC 9(08).
           02 STWriteOffAmount         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WSSettleStatus              PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LSettlementKept       VALUE 'Y'.
            88 LNoSettlementKept     VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LFlag.
       SETLSTAT-Entry.
           SET LNoSettlementKept TO TRUE
           OPEN INPUT SettleFile
           IF WSSettleStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO STIDNum
           READ SettleFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STActive
                       SET LSettlementKept TO TRUE
                   END-IF
           END-READ
           CLOSE SettleFile
           GOBACK.
