      *> Confirmed sanctions match lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SANCTHLD.
      *> Answers "has a supervisor confirmed a sanctions watch-list
      *> match for this customer?" - LEGALHLD's open/keyed-read/
      *> close-per-call shape.  The SanctReview.dat key leads with
      *> the IDNum, so one START positions on the customer's
      *> entries and the scan stops at the next customer.  A
      *> confirmed match blocks every refund (refundext.cob) and
      *> keeps the account on hold whatever a feed or a partner
      *> says its status should be.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReviewFile ASSIGN TO "SanctReview.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SRKey
               FILE STATUS IS WSReviewStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout SANCTSCR queues.
       FD ReviewFile.
       01 ReviewRecord.
           02 SRKey.
               03 SRIDNum             PIC 9(05).
               03 SREntryId            PIC X(10).
           02 SRMatchType              PIC X(01).
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
       01 WSReviewStatus              PIC X(02).
       01 WSScanEOFFlag               PIC X(01).
           88 WSScanEOF                VALUE 'Y'.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LSanctionsHold        VALUE 'Y'.
            88 LNoSanctionsHold      VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LFlag.
       SANCTHLD-Entry.
           SET LNoSanctionsHold TO TRUE
           OPEN INPUT ReviewFile
           IF WSReviewStatus NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO WSScanEOFFlag
           MOVE LIDNum TO SRIDNum
           MOVE LOW-VALUES TO SREntryId
           START ReviewFile KEY IS NOT LESS THAN SRKey
               INVALID KEY SET WSScanEOF TO TRUE
           END-START
           PERFORM UNTIL WSScanEOF
               READ ReviewFile NEXT RECORD
                   AT END SET WSScanEOF TO TRUE
                   NOT AT END
                       IF SRIDNum NOT = LIDNum
                           SET WSScanEOF TO TRUE
                       ELSE
                           IF SRConfirmed
                               SET LSanctionsHold TO TRUE
                               SET WSScanEOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReviewFile
           GOBACK.
