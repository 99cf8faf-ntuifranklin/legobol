      *> E-mail and paperless-election lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EMAILGET.
      *> Returns a customer's e-mail address and paperless-statement
      *> election from CustEmail.dat (maintained by emailmaint.cob,
      *> flipped back to paper by ebounce.cob) - same open/keyed-
      *> read/close-per-call shape as CONTGET.  LPaperless comes
      *> back 'Y' only when the customer elected paperless AND an
      *> address is on file; no row means paper, with LAddress
      *> blank.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmailFile ASSIGN TO "CustEmail.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EMIDNum
               FILE STATUS IS WSEmailStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout emailmaint.cob writes.
       FD EmailFile.
       01 EmailRecord.
           02 EMIDNum                 PIC 9(05).
           02 EMAddress                PIC X(50).
           02 EMPaperless              PIC X(01).
               88 EMIsPaperless        VALUE 'Y'.
           02 EMElectDate              PIC 9(08).
           02 EMBounceDate             PIC 9(08).
           02 EMBounceReason           PIC X(20).
           02 EMChangeDate             PIC 9(08).
           02 EMChangeOp               PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSEmailStatus               PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LAddress PIC X(50).
        01 LPaperless PIC X(01).
            88 LIsPaperless          VALUE 'Y'.
            88 LIsPaper              VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LAddress, LPaperless.
       EMAILGET-Entry.
           SET LIsPaper TO TRUE
           MOVE SPACES TO LAddress
           OPEN INPUT EmailFile
           IF WSEmailStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO EMIDNum
           READ EmailFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EMAddress TO LAddress
                   IF EMIsPaperless AND EMAddress NOT = SPACES
                       SET LIsPaperless TO TRUE
                   END-IF
           END-READ
           CLOSE EmailFile
           GOBACK.
