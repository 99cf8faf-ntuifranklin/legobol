      *> Preference-suppressed contact log subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PREFLOG.
      *> Appends one line to PrefSuppress.dat recording a contact an
      *> outbound run did NOT make because the customer's contact
      *> preferences (PREFCHK against CommPref.dat) forbid it - the
      *> LEGALLOG layout and OPEN EXTEND/WRITE/CLOSE-per-call shape,
      *> so a customer who says "I told you to stop" can be shown
      *> exactly what was held back, by which run, and when.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuppressFile ASSIGN TO "PrefSuppress.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSuppressStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SuppressFile.
       01 SuppressRecord.
           02 PSIDNum                 PIC 9(05).
           02 FILLER                  PIC X(01).
           02 PSDate                   PIC 9(08).
           02 FILLER                  PIC X(01).
           02 PSProgram                PIC X(10).
           02 FILLER                  PIC X(01).
           02 PSAction                 PIC X(30).

       WORKING-STORAGE SECTION.
       01 WSSuppressStatus            PIC X(02).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
        01 LIDNum PIC 9(05).
        01 LAction PIC X(30).

       PROCEDURE DIVISION USING LProgramId, LIDNum, LAction.
       PREFLOG-Entry.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE SPACES TO SuppressRecord
           MOVE LIDNum TO PSIDNum
           MOVE WSToday TO PSDate
           MOVE LProgramId TO PSProgram
           MOVE LAction TO PSAction
           OPEN EXTEND SuppressFile
           IF WSSuppressStatus = "35"
               OPEN OUTPUT SuppressFile
           END-IF
           WRITE SuppressRecord
           CLOSE SuppressFile
           GOBACK.
