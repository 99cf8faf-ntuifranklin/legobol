      *> Hardship relief log subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HARDLOG.
      *> Appends one line to HardshipRelief.dat for every charge a
      *> billing run reduces or waives because the customer is in a
      *> hardship program (HARDSTAT), so hardrpt.cob can total the
      *> interest and fees foregone.  Same OPEN EXTEND/WRITE/
      *> CLOSE-per-call shape as PROMOLOG.  Nothing reaches the
      *> ledger for relief - the charge is simply never posted - so
      *> this row is the only record of what was given up.  LKind
      *> is I for interest, F for a late fee, S for a recurring
      *> service charge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReliefFile ASSIGN TO "HardshipRelief.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReliefStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ReliefFile.
       01 ReliefRecord.
           02 HRIDNum                 PIC 9(05).
           02 HRDate                   PIC 9(08).
           02 HRKind                   PIC X(01).
           02 HRAmount                 PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 HRProgram                PIC X(10).

       WORKING-STORAGE SECTION.
       01 WSReliefStatus              PIC X(02).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LKind PIC X(01).
        01 LAmount PIC S9(07)V99.

       PROCEDURE DIVISION USING LProgramId, LIDNum, LKind, LAmount.
       HARDLOG-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE LIDNum TO HRIDNum
           MOVE WSToday TO HRDate
           MOVE LKind TO HRKind
           MOVE LAmount TO HRAmount
           MOVE LProgramId TO HRProgram
           OPEN EXTEND ReliefFile
           IF WSReliefStatus = "35"
               OPEN OUTPUT ReliefFile
           END-IF
           WRITE ReliefRecord
           CLOSE ReliefFile
           GOBACK.
