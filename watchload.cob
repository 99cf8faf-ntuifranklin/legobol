       IDENTIFICATION DIVISION.
       PROGRAM-ID. watchload.
      *> Sanctions watch-list load - replaces WatchList.dat with the
      *> government list as delivered on WatchListFeed.dat
      *> (comma-delimited: entry id, list program code, last name,
      *> first name - blank for an organization - street, city,
      *> state, zip; "T,count" trailer).  Names are stored upper
      *> case with their SOUNDX phonetic keys and the address goes
      *> through ADDRSTD, so SANCTSCR compares like with like.  The
      *> trailer is reconciled BEFORE the old list is touched - a
      *> truncated delivery abends and the list in force stays in
      *> force.  A good load stamps WatchList.ctl with the load
      *> date, time and entry count; sanctscrn.cob rescreens the
      *> whole master the next night it sees a new stamp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WatchFeedFile ASSIGN TO "WatchListFeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFeedStatus.
           SELECT WatchFile ASSIGN TO "WatchList.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ControlFile ASSIGN TO "WatchList.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WatchFeedFile.
       01 FeedLine                    PIC X(150).

       FD WatchFile.
       01 WatchRecord.
           02 WLEntryId               PIC X(10).
           02 WLListCode               PIC X(06).
           02 WLLastName               PIC X(15).
           02 WLFirstName              PIC X(15).
           02 WLLastKey                PIC X(04).
           02 WLFirstKey               PIC X(04).
           02 WLStreet                 PIC X(25).
           02 WLCity                   PIC X(15).
           02 WLState                  PIC X(02).
           02 WLZip                    PIC X(09).

       FD ControlFile.
       01 ControlRecord.
           02 WCLoadDate              PIC 9(08).
           02 WCLoadTime               PIC 9(08).
           02 WCEntryCount             PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WSFeedStatus                 PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSProgramId                  PIC X(10) VALUE "WATCHLOAD".
       01 WSDetailCount                PIC 9(07) VALUE 0.
       01 WSTrailerCount               PIC 9(07) VALUE 0.
       01 WSTrailerTag                 PIC X(01).
       01 WSTrailerFlag               PIC X(01) VALUE 'N'.
           88 WSTrailerSeen            VALUE 'Y'.
       01 WSLoadedCount                PIC 9(07) VALUE 0.
       01 WSSkippedCount               PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSNow                       PIC 9(08).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSLoadedCount
           OPEN INPUT WatchFeedFile
           IF WSFeedStatus NOT = "00"
               DISPLAY "No WatchListFeed.dat to load - list in force "
                   "unchanged."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSLoadedCount
               GOBACK
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ WatchFeedFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Count-One-Line
               END-READ
           END-PERFORM
           CLOSE WatchFeedFile
           PERFORM Reconcile-Trailer
           IF RETURN-CODE NOT = 0
               CALL 'RUNLOG' USING WSProgramId, "ABEND",
                   WSLoadedCount
               GOBACK
           END-IF
           MOVE 'N' TO WSEOF
           OPEN INPUT WatchFeedFile
           OPEN OUTPUT WatchFile
           PERFORM UNTIL WSEOF = 'Y'
               READ WatchFeedFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF FeedLine(1:2) NOT = "T,"
                           PERFORM Load-One-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WatchFile
           CLOSE WatchFeedFile
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow FROM TIME
           OPEN OUTPUT ControlFile
           MOVE WSToday TO WCLoadDate
           MOVE WSNow TO WCLoadTime
           MOVE WSLoadedCount TO WCEntryCount
           WRITE ControlRecord
           CLOSE ControlFile
           DISPLAY "Watch-list entries loaded: " WSLoadedCount
           DISPLAY "Lines skipped (no name):   " WSSkippedCount
           DISPLAY "Customers will be rescreened on the next "
               "nightly run."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSLoadedCount
           GOBACK.

       Count-One-Line.
           IF FeedLine(1:2) = "T,"
               UNSTRING FeedLine DELIMITED BY ","
                   INTO WSTrailerTag, WSTrailerCount
               END-UNSTRING
               SET WSTrailerSeen TO TRUE
           ELSE
               ADD 1 TO WSDetailCount
           END-IF.

       Reconcile-Trailer.
           IF NOT WSTrailerSeen
               DISPLAY "TRAILER RECONCILIATION FAILED - no trailer "
                   "record on WatchListFeed.dat; list may be "
                   "truncated.  List in force unchanged."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WSDetailCount NOT = WSTrailerCount
                   DISPLAY "TRAILER RECONCILIATION FAILED - trailer "
                       "says " WSTrailerCount " entries, feed "
                       "delivered " WSDetailCount ".  List in force "
                       "unchanged."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Trailer reconciliation OK - "
                       WSDetailCount " entries."
               END-IF
           END-IF.

       Load-One-Entry.
           MOVE SPACES TO WatchRecord
           UNSTRING FeedLine DELIMITED BY ","
               INTO WLEntryId, WLListCode, WLLastName, WLFirstName,
                   WLStreet, WLCity, WLState, WLZip
           END-UNSTRING
           IF WLLastName = SPACES
               ADD 1 TO WSSkippedCount
               DISPLAY "Skipped list entry " WLEntryId
                   " - no name."
           ELSE
               MOVE FUNCTION UPPER-CASE(WLLastName) TO WLLastName
               MOVE FUNCTION UPPER-CASE(WLFirstName) TO WLFirstName
               CALL 'SOUNDX' USING WLLastName, WLLastKey
               CALL 'SOUNDX' USING WLFirstName, WLFirstKey
               CALL 'ADDRSTD' USING WLStreet, WLCity, WLState, WLZip
               WRITE WatchRecord
               ADD 1 TO WSLoadedCount
           END-IF.
