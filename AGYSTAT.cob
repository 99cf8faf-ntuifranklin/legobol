      *> with the placement date while the AgencyPlace.dat row is
      *> still in placed status; a recalled row, or none, answers
      *> 'N'.
      *> Modification History:
      *>   In batch the answer now comes from the consolidated
      *>   CustFlags.dat through FLAGGET - one keyed file open for
      *>   the whole run - and this file is read only online.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       01 WSPlaceStatus               PIC X(02).
       01 WSFlagResult                PIC X(01).
           88 WSFlagsAnswered          VALUE 'Y'.
           COPY CUSTFLAG.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
       AGYSTAT-Entry.
           SET LNotPlaced TO TRUE
           MOVE 0 TO LPlaceDate
           CALL 'FLAGGET' USING LIDNum, CustFlagRecord, WSFlagResult
           IF WSFlagsAnswered
               IF CFPlaced
                   SET LIsPlaced TO TRUE
                   MOVE CFPlaceDate TO LPlaceDate
               END-IF
               GOBACK
           END-IF
           OPEN INPUT PlaceFile
           IF WSPlaceStatus NOT = "00"
               GOBACK
