      *> Sanctions watch-list screening subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SANCTSCR.
      *> Screens one customer against WatchList.dat, the government
      *> sanctions list as loaded by watchload.cob.  Three tests per
      *> list entry: the name exactly (case ignored), the name by
      *> SOUNDX phonetic key on both first and last name, and the
      *> street plus five-digit ZIP.  A list entry with no first
      *> name (an organization or vessel) is tested on the last
      *> name alone.  Every possible match is queued on
      *> SanctReview.dat (keyed on IDNum plus the list entry id) as
      *> Pending for a supervisor to clear or confirm through
      *> sanctreview.cob; an IDNum/entry pair already on the queue
      *> is left exactly as the supervisor decided it, so a
      *> rescreen never re-raises a cleared false positive.  LFlag
      *> comes back 'Y' when the customer has a match that is
      *> pending or confirmed.  Called at add time by appendfile,
      *> loadfile, vendorimport and batchmaint, and for the whole
      *> master by sanctscrn.cob when the list changes.  No list on
      *> file answers 'N'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WatchFile ASSIGN TO "WatchList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWatchStatus.
           SELECT ReviewFile ASSIGN TO "SanctReview.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SRKey
               FILE STATUS IS WSReviewStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout watchload.cob writes - names and street already
      *> upper case, phonetic keys already computed.
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

       FD ReviewFile.
       01 ReviewRecord.
           02 SRKey.
               03 SRIDNum             PIC 9(05).
               03 SREntryId            PIC X(10).
           02 SRMatchType              PIC X(01).
               88 SRExactName          VALUE 'N'.
               88 SRPhoneticName       VALUE 'P'.
               88 SRAddressMatch       VALUE 'A'.
           02 SRQueuedDate             PIC 9(08).
           02 SRStatus                 PIC X(01).
               88 SRPending            VALUE 'P'.
               88 SRCleared            VALUE 'C'.
               88 SRConfirmed          VALUE 'F'.
           02 SRDecidedDate            PIC 9(08).
           02 SROperator               PIC X(08).
           02 SRListCode               PIC X(06).
           02 SRListLastName           PIC X(15).
           02 SRListFirstName          PIC X(15).
           02 SRListStreet             PIC X(25).
           02 SRListZip                PIC X(09).

       WORKING-STORAGE SECTION.
       01 WSWatchStatus               PIC X(02).
       01 WSReviewStatus               PIC X(02).
       01 WSWatchEOFFlag              PIC X(01).
           88 WSWatchEOF               VALUE 'Y'.
       01 WSToday                     PIC 9(08).
       01 WSLastName                   PIC X(15).
       01 WSFirstName                  PIC X(15).
       01 WSStreet                     PIC X(25).
       01 WSLastKey                    PIC X(04).
       01 WSFirstKey                   PIC X(04).
       01 WSMatchType                  PIC X(01).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFirstName PIC X(15).
        01 LLastName PIC X(15).
        01 LStreet PIC X(25).
        01 LZip PIC X(09).
        01 LFlag PIC X(01).
            88 LPossibleMatch        VALUE 'Y'.
            88 LNoMatch              VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LFirstName, LLastName,
               LStreet, LZip, LFlag.
       SANCTSCR-Entry.
           SET LNoMatch TO TRUE
           OPEN INPUT WatchFile
           IF WSWatchStatus NOT = "00"
               GOBACK
           END-IF
           OPEN I-O ReviewFile
      *> First possible match ever - create the queue, then reopen
      *> for keyed update.
           IF WSReviewStatus = "35"
               OPEN OUTPUT ReviewFile
               CLOSE ReviewFile
               OPEN I-O ReviewFile
           END-IF
           IF WSReviewStatus NOT = "00"
               CLOSE WatchFile
               GOBACK
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE FUNCTION UPPER-CASE(LLastName) TO WSLastName
           MOVE FUNCTION UPPER-CASE(LFirstName) TO WSFirstName
           MOVE FUNCTION UPPER-CASE(LStreet) TO WSStreet
           CALL 'SOUNDX' USING WSLastName, WSLastKey
           CALL 'SOUNDX' USING WSFirstName, WSFirstKey
           MOVE 'N' TO WSWatchEOFFlag
           PERFORM UNTIL WSWatchEOF
               READ WatchFile
                   AT END SET WSWatchEOF TO TRUE
                   NOT AT END PERFORM Screen-One-Entry
               END-READ
           END-PERFORM
           CLOSE ReviewFile
           CLOSE WatchFile
           GOBACK.

       Screen-One-Entry.
           MOVE SPACE TO WSMatchType
           EVALUATE TRUE
               WHEN WLFirstName = SPACES
                       AND WLLastName = WSLastName
                   MOVE 'N' TO WSMatchType
               WHEN WLFirstName = SPACES
                       AND WLLastKey NOT = SPACES
                       AND WLLastKey = WSLastKey
                   MOVE 'P' TO WSMatchType
               WHEN WLFirstName = SPACES
                   CONTINUE
               WHEN WLLastName = WSLastName
                       AND WLFirstName = WSFirstName
                   MOVE 'N' TO WSMatchType
               WHEN WLLastKey NOT = SPACES
                       AND WLLastKey = WSLastKey
                       AND WLFirstKey = WSFirstKey
                   MOVE 'P' TO WSMatchType
           END-EVALUATE
           IF WSMatchType = SPACE
                   AND WLStreet NOT = SPACES
                   AND WLStreet = WSStreet
                   AND WLZip(1:5) = LZip(1:5)
               MOVE 'A' TO WSMatchType
           END-IF
           IF WSMatchType NOT = SPACE
               PERFORM Queue-Possible-Match
           END-IF.

      *> A pair already on the queue keeps the supervisor's
      *> decision; only a pending or confirmed one is reported back.

       Queue-Possible-Match.
           MOVE LIDNum TO SRIDNum
           MOVE WLEntryId TO SREntryId
           READ ReviewFile
               INVALID KEY
                   MOVE WSMatchType TO SRMatchType
                   MOVE WSToday TO SRQueuedDate
                   SET SRPending TO TRUE
                   MOVE 0 TO SRDecidedDate
                   MOVE SPACES TO SROperator
                   MOVE WLListCode TO SRListCode
                   MOVE WLLastName TO SRListLastName
                   MOVE WLFirstName TO SRListFirstName
                   MOVE WLStreet TO SRListStreet
                   MOVE WLZip TO SRListZip
                   WRITE ReviewRecord
                   END-WRITE
                   SET LPossibleMatch TO TRUE
               NOT INVALID KEY
                   IF SRPending OR SRConfirmed
                       SET LPossibleMatch TO TRUE
                   END-IF
           END-READ.
