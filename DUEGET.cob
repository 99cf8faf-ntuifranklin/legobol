      *> Statement due-date lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DUEGET.
      *> Answers "when is this customer's payment due, and how much
      *> must they pay?" from the last statement, for the programs
      *> that quote it (custfininq.cob, ivrextract.cob).  statement
      *> .cob keeps one StmtDue.dat row per customer - the latest
      *> statement's date, due date and minimum payment.  LFound
      *> comes back 'N' for a customer never statemented, with the
      *> dates and minimum zero.  Same open/keyed-read/close-per-
      *> call shape as BUDGSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DueFile ASSIGN TO "StmtDue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDIDNum
               FILE STATUS IS WSDueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DueFile.
       01 DueRecord.
           02 SDIDNum                 PIC 9(05).
           02 SDPeriod                 PIC 9(06).
           02 SDStmtDate               PIC 9(08).
           02 SDDueDate                PIC 9(08).
           02 SDStmtBalance            PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SDMinimum                PIC 9(07)V99.
           02 SDLateFeeDate            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSDueStatus                 PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFound PIC X(01).
            88 LDueFound             VALUE 'Y'.
            88 LDueNotFound          VALUE 'N'.
        01 LStmtDate PIC 9(08).
        01 LDueDate PIC 9(08).
        01 LMinimum PIC 9(07)V99.

       PROCEDURE DIVISION USING LIDNum, LFound, LStmtDate, LDueDate,
               LMinimum.
       DUEGET-Entry.
           SET LDueNotFound TO TRUE
           MOVE 0 TO LStmtDate
           MOVE 0 TO LDueDate
           MOVE 0 TO LMinimum
           OPEN INPUT DueFile
           IF WSDueStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO SDIDNum
           READ DueFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET LDueFound TO TRUE
                   MOVE SDStmtDate TO LStmtDate
                   MOVE SDDueDate TO LDueDate
                   MOVE SDMinimum TO LMinimum
           END-READ
           CLOSE DueFile
           GOBACK.
