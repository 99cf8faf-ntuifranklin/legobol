       IDENTIFICATION DIVISION.
       PROGRAM-ID. letevtmaint.
      *> Letter event table maintenance - lists LetterEvent.dat and
      *> appends new effective-dated event-to-template mappings.
      *> Like RunParams.dat the file is append-only: remapping an
      *> event simply carries a later effective date, and LETREVT
      *> uses the latest row on or before the day the event
      *> happens.  Template 000 switches an event off.  Events the
      *> system raises (see LETREVT for the programs behind each):
      *>   NEWACCT   account added (welcome letter)
      *>   ADDRCHG   address changed - letter to the new address
      *>   ADDROLD   address changed - letter to the old address;
      *>             its template prints the old address with .F1
      *>             and .F2 rather than .ADDR
      *>   APENROLL  autopay enrolled
      *>   APCANCEL  autopay cancelled
      *>   PLANBRK   payment plan broken
      *>   ACCTCLOS  account closed
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventFile ASSIGN TO "LetterEvent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEventStatus.
           SELECT TemplateFile ASSIGN TO "LetterTemplate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTemplateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EventFile.
       01 EventRecord.
           02 LEEvent                 PIC X(08).
           02 LETemplate               PIC 9(03).
           02 LEEffDate                PIC 9(08).

       FD TemplateFile.
       01 TemplateRecord.
           02 LTNumber                PIC 9(03).
           02 LTLineNo                 PIC 9(02).
           02 LTText                   PIC X(60).

       WORKING-STORAGE SECTION.
       01 WSEventStatus               PIC X(02).
       01 WSTemplateStatus             PIC X(02).
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSChoice                    PIC 9(01).
       01 WSExitFlag                   PIC X(01) VALUE 'N'.
           88 WSExit                   VALUE 'Y'.
       01 WSNewEvent                   PIC X(08).
           88 WSKnownEvent             VALUE "NEWACCT " "ADDRCHG "
                                             "ADDROLD " "APENROLL"
                                             "APCANCEL" "PLANBRK "
                                             "ACCTCLOS".
       01 WSNewTemplate                PIC 9(03).
       01 WSNewEffDate                 PIC 9(08).
       01 WSToday                     PIC 9(08).
       01 WSTemplateFoundFlag         PIC X(01) VALUE 'N'.
           88 WSTemplateFound          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM Display-Menu WITH TEST AFTER UNTIL WSExit
           GOBACK.

       Display-Menu.
           DISPLAY " "
           DISPLAY "1. List Letter Events"
           DISPLAY "2. Add Event Mapping"
           DISPLAY "3. Exit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WSChoice
           EVALUATE WSChoice
               WHEN 1 PERFORM List-Events
               WHEN 2 PERFORM Add-Event
               WHEN 3 SET WSExit TO TRUE
               WHEN OTHER DISPLAY "Invalid selection."
           END-EVALUATE.

       List-Events.
           MOVE 'N' TO WSEOF
           OPEN INPUT EventFile
           IF WSEventStatus NOT = "00"
               DISPLAY "No letter event table yet."
           ELSE
               DISPLAY "EVENT    TEMPLATE EFFECTIVE"
               PERFORM UNTIL WSEOF = 'Y'
                   READ EventFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           DISPLAY LEEvent " " LETemplate "      "
                               LEEffDate
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF.

       Add-Event.
           DISPLAY "Event code: " WITH NO ADVANCING
           MOVE SPACES TO WSNewEvent
           ACCEPT WSNewEvent
           DISPLAY "Template number (000 = no letter): "
               WITH NO ADVANCING
           ACCEPT WSNewTemplate
           DISPLAY "Effective date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING
           ACCEPT WSNewEffDate
           IF WSNewEffDate = 0
               ACCEPT WSToday FROM DATE YYYYMMDD
               MOVE WSToday TO WSNewEffDate
           END-IF
           PERFORM Validate-Template
           EVALUATE TRUE
               WHEN NOT WSKnownEvent
                   DISPLAY "Unknown event code - nothing added."
               WHEN NOT WSTemplateFound
                   DISPLAY "Template " WSNewTemplate " is not on "
                       "LetterTemplate.dat - nothing added."
               WHEN OTHER
                   OPEN EXTEND EventFile
                   IF WSEventStatus = "35"
                       OPEN OUTPUT EventFile
                   END-IF
                   MOVE WSNewEvent TO LEEvent
                   MOVE WSNewTemplate TO LETemplate
                   MOVE WSNewEffDate TO LEEffDate
                   WRITE EventRecord
                   CLOSE EventFile
                   DISPLAY "Event mapping added."
           END-EVALUATE.

      *> Template 000 needs no template - it turns the event off.

       Validate-Template.
           MOVE 'N' TO WSTemplateFoundFlag
           IF WSNewTemplate = 0
               SET WSTemplateFound TO TRUE
           ELSE
               MOVE 'N' TO WSEOF
               OPEN INPUT TemplateFile
               IF WSTemplateStatus = "00"
                   PERFORM UNTIL WSEOF = 'Y'
                       READ TemplateFile
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END
                               IF LTNumber = WSNewTemplate
                                   SET WSTemplateFound TO TRUE
                                   MOVE 'Y' TO WSEOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TemplateFile
               END-IF
           END-IF.
