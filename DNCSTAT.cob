      *> Do-not-call lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DNCSTAT.
      *> Tells the caller whether a customer has asked not to be
      *> telephoned - a row on DoNotCall.dat, maintained by
      *> dncmaint.cob.  The dialer campaign written by
      *> workqueue.cob leaves these customers off; letters and
      *> statements are not affected.  Same open/keyed-read/close-
      *> per-call shape as BADADDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DoNotCallFile ASSIGN TO "DoNotCall.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DNIDNum
               FILE STATUS IS WSDncStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout dncmaint.cob writes.
       FD DoNotCallFile.
       01 DoNotCallRecord.
           02 DNIDNum                 PIC 9(05).
           02 DNFlagDate               PIC 9(08).
           02 DNReason                 PIC X(20).

       WORKING-STORAGE SECTION.
       01 WSDncStatus                 PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LDoNotCall            VALUE 'Y'.
            88 LMayCall              VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LFlag.
       DNCSTAT-Entry.
           SET LMayCall TO TRUE
           OPEN INPUT DoNotCallFile
           IF WSDncStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO DNIDNum
           READ DoNotCallFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET LDoNotCall TO TRUE
           END-READ
           CLOSE DoNotCallFile
           GOBACK.
