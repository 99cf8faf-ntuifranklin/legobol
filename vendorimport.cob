      *>   recorded there automatically - so the next feed from a
      *>   partner with its own numbering matches without hand
      *>   work.
      *>   Every mapped record is screened against the sanctions
      *>   watch list (SANCTSCR) as it is pended, so a possible
      *>   match is already on the supervisor's review queue before
      *>   pendreview.cob posts the customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WSMapIDNum                   PIC 9(05).
       01 WSMapFoundFlag              PIC X(01).
           88 WSMapFound               VALUE 'Y'.
       01 WSSanctionCount              PIC 9(05) VALUE 0.
       01 WSSanctionFlag              PIC X(01).
           88 WSSanctionMatch          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           CLOSE PendingFile
           DISPLAY "Vendor records pended:   " WSLoadedCount
           DISPLAY "Vendor records rejected: " WSRejectCount
           DISPLAY "Possible sanctions matches queued: "
               WSSanctionCount
           PERFORM Reconcile-Trailer
           IF RETURN-CODE = 0
               PERFORM Archive-And-Register
               MOVE WSCustomerRecord TO PendImage
               WRITE PendingRecord
               ADD 1 TO WSLoadedCount
               CALL 'SANCTSCR' USING WSIDNum, WSFirstName,
                   WSLastName, WSStreet, WSZip, WSSanctionFlag
               IF WSSanctionMatch
                   ADD 1 TO WSSanctionCount
                   DISPLAY "Possible sanctions match for IDNum "
                       WSIDNum " - queued for review"
               END-IF
           END-IF.
