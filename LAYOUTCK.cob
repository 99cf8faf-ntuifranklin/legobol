      *> Master record-layout version check subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LAYOUTCK.
      *> Keeps LayoutCtl.dat, the layout-version control record of
      *> each keyed master - the layout version and record length
      *> the file was last written under, when, and by what - and
      *> holds every program to it.  Each new field on CUSTREC.CPY
      *> used to mean a one-off conversion and a night of programs
      *> silently misreading whichever side had not caught up.  Two
      *> entries, in the FEEDREG.cob multiple-ENTRY style:
      *>   LAYOUTCK - the program passes its LAYOUTVR.CPY entry for
      *>              the master it has just opened; LResult 'Y'
      *>              when the file was written under that version,
      *>              'M' (with the details on the console) when not
      *>              - the program abends before reading a record;
      *>   LAYOUTST - stamp the master as now written under the
      *>              passed entry's layout: layoutcnv.cob,
      *>              vaultconvert.cob and oiconvert.cob after a
      *>              conversion, flagbuild.cob and ledgsumbld.cob
      *>              after a rebuild, autopaymaint.cob and
      *>              OPENITEM.cob when they create their file.
      *> A master with no control record yet is taken to be at
      *> layout version 1, the layout it had when the control
      *> records came in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlFile ASSIGN TO "LayoutCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlFile.
       01 ControlRecord.
           02 LCFile                  PIC X(20).
           02 LCVersion                PIC 9(03).
           02 LCLength                 PIC 9(05).
           02 LCStampDate              PIC 9(08).
           02 LCStampBy                PIC X(10).

       WORKING-STORAGE SECTION.
       01 WSControlStatus             PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSFileVersion                PIC 9(03).
       01 WSFileLength                 PIC 9(05).
       01 WSRowCount                   PIC 9(02) VALUE 0.
       01 WSRowSub                     PIC 9(02).
       01 WSStampedFlag               PIC X(01).
           88 WSStamped                VALUE 'Y'.

      *> LayoutCtl.dat held while LAYOUTST rewrites it - one row
      *> per master, so a handful at most.
       01 WSControlTable.
           02 WSControlRow            PIC X(46) OCCURS 20 TIMES.

       LINKAGE SECTION.
        01 LLayout.
            02 LLayoutFile PIC X(20).
            02 LLayoutVersion PIC 9(03).
            02 LLayoutLength PIC 9(05).
        01 LResult PIC X(01).
            88 LLayoutMatches        VALUE 'Y'.
            88 LLayoutMismatch       VALUE 'M'.
        01 LProgramId PIC X(10).

       PROCEDURE DIVISION USING LLayout, LResult.
       LAYOUTCK-Entry.
           MOVE 1 TO WSFileVersion
           MOVE 0 TO WSFileLength
           OPEN INPUT ControlFile
           IF WSControlStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ControlFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LCFile = LLayoutFile
                               MOVE LCVersion TO WSFileVersion
                               MOVE LCLength TO WSFileLength
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ControlFile
           END-IF
           IF WSFileVersion = LLayoutVersion
               SET LLayoutMatches TO TRUE
           ELSE
               SET LLayoutMismatch TO TRUE
               DISPLAY "*** LAYOUT MISMATCH - " LLayoutFile
               DISPLAY "    file is written under layout version "
                   WSFileVersion " (record length " WSFileLength ")"
               DISPLAY "    this program was compiled for version "
                   LLayoutVersion " (record length " LLayoutLength
                   ")"
               DISPLAY "    convert the file (layoutcnv.cob - "
                   "vaultconvert.cob for AutopayEnroll.dat, "
                   "oiconvert.cob for OpenItems.dat) or recompile - "
                   "nothing has been read."
           END-IF
           GOBACK.

       ENTRY "LAYOUTST" USING LLayout, LProgramId.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE 0 TO WSRowCount
           MOVE 'N' TO WSStampedFlag
           OPEN INPUT ControlFile
           IF WSControlStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ControlFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Keep-Control-Row
                   END-READ
               END-PERFORM
               CLOSE ControlFile
           END-IF
           IF NOT WSStamped AND WSRowCount < 20
               ADD 1 TO WSRowCount
               MOVE SPACES TO ControlRecord
               PERFORM Stamp-Control-Row
           END-IF
           OPEN OUTPUT ControlFile
           PERFORM VARYING WSRowSub FROM 1 BY 1
                   UNTIL WSRowSub > WSRowCount
               WRITE ControlRecord FROM WSControlRow(WSRowSub)
           END-PERFORM
           CLOSE ControlFile
           GOBACK.

       Keep-Control-Row.
           IF WSRowCount < 20
               ADD 1 TO WSRowCount
               IF LCFile = LLayoutFile
                   PERFORM Stamp-Control-Row
               ELSE
                   MOVE ControlRecord TO WSControlRow(WSRowCount)
               END-IF
           END-IF.

       Stamp-Control-Row.
           MOVE LLayoutFile TO LCFile
           MOVE LLayoutVersion TO LCVersion
           MOVE LLayoutLength TO LCLength
           MOVE WSToday TO LCStampDate
           MOVE LProgramId TO LCStampBy
           MOVE ControlRecord TO WSControlRow(WSRowCount)
           SET WSStamped TO TRUE.
