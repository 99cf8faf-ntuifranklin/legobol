      *> Event-triggered correspondence subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LETREVT.
      *> Queues the letter a system event calls for.  The event
      *> table LetterEvent.dat (event code, template number,
      *> effective date - maintained by letevtmaint.cob) maps each
      *> event to a LetterTemplate.dat template; the row with the
      *> latest effective date on or before today wins, the way
      *> PARMGET resolves RunParams.dat, and template 000 switches an
      *> event off.  A mapped event appends a request to
      *> LetterQueue.dat in the letterreq.cob layout for the nightly
      *> letterprint.cob run; an unmapped event queues nothing.
      *> LQueued comes back 'Y' when a letter was queued.  Events
      *> and the programs that raise them:
      *>   NEWACCT   account added - appendfile, loadfile,
      *>             legacyload, pendreview (new partner customer)
      *>   ADDRCHG   address changed, letter to the NEW address -
      *>             updatefile, futureaddr, addrchg, pendreview
      *>   ADDROLD   the same change, letter to the OLD address -
      *>             LFree1/LFree2 carry the old street and the old
      *>             city/state/zip line, so the template prints
      *>             them with .F1/.F2 in place of .ADDR
      *>   APENROLL  autopay enrolled - autopaymaint
      *>   APCANCEL  autopay cancelled - autopaymaint
      *>   PLANBRK   payment plan broken - payplanchk
      *>   ACCTCLOS  account closed - deletefile
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventFile ASSIGN TO "LetterEvent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEventStatus.
           SELECT QueueFile ASSIGN TO "LetterQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQueueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EventFile.
       01 EventRecord.
           02 LEEvent                 PIC X(08).
           02 LETemplate               PIC 9(03).
           02 LEEffDate                PIC 9(08).

      *> Same layout letterreq.cob writes.
       FD QueueFile.
       01 QueueRecord.
           02 LQIDNum                 PIC 9(05).
           02 LQTemplate               PIC 9(03).
           02 LQFree1                  PIC X(60).
           02 LQFree2                  PIC X(60).
           02 LQRequestDate            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSEventStatus               PIC X(02).
       01 WSQueueStatus               PIC X(02).
       01 WSEOF                       PIC X(01).
       01 WSToday                     PIC 9(08).
       01 WSBestDate                   PIC 9(08).
       01 WSTemplate                   PIC 9(03).

       LINKAGE SECTION.
        01 LEvent PIC X(08).
        01 LIDNum PIC 9(05).
        01 LFree1 PIC X(60).
        01 LFree2 PIC X(60).
        01 LQueued PIC X(01).
            88 LLetterQueued         VALUE 'Y'.
            88 LNoLetter             VALUE 'N'.

       PROCEDURE DIVISION USING LEvent, LIDNum, LFree1, LFree2,
           LQueued.
       LETREVT-Entry.
           SET LNoLetter TO TRUE
           MOVE 0 TO WSTemplate
           MOVE 0 TO WSBestDate
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN INPUT EventFile
           IF WSEventStatus NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ EventFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Consider-One-Event
               END-READ
           END-PERFORM
           CLOSE EventFile
           IF WSTemplate NOT = 0
               PERFORM Queue-Event-Letter
           END-IF
           GOBACK.

       Consider-One-Event.
           IF LEEvent = LEvent
                   AND LEEffDate <= WSToday
                   AND LEEffDate >= WSBestDate
               MOVE LEEffDate TO WSBestDate
               MOVE LETemplate TO WSTemplate
           END-IF.

       Queue-Event-Letter.
           OPEN EXTEND QueueFile
           IF WSQueueStatus = "35"
               OPEN OUTPUT QueueFile
           END-IF
           MOVE LIDNum TO LQIDNum
           MOVE WSTemplate TO LQTemplate
           MOVE LFree1 TO LQFree1
           MOVE LFree2 TO LQFree2
           MOVE WSToday TO LQRequestDate
           WRITE QueueRecord
           CLOSE QueueFile
           SET LLetterQueued TO TRUE.
