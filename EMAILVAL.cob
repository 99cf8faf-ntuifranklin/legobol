      *> E-mail address validation subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EMAILVAL.
      *> Checks that an e-mail address is at least shaped like one
      *> before a statement is trusted to it: left-justified, no
      *> embedded spaces, exactly one "@" with something in front
      *> of it, and a domain after it that holds a "." with text on
      *> both sides.  It cannot tell whether the mailbox exists -
      *> the delivery vendor's bounce file (ebounce.cob) answers
      *> that.  Same validate-and-set-a-flag shape as DATEVAL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WSLength                     PIC 9(02).
       01 WSAtCount                    PIC 9(02).
       01 WSAtPos                      PIC 9(02).
       01 WSDotPos                     PIC 9(02).
       01 WSSpaceCount                 PIC 9(02).
       01 WSSub                       PIC 9(02).

       LINKAGE SECTION.
        01 LAddress PIC X(50).
        01 LValid PIC X(01).
            88 LAddressIsValid       VALUE 'Y'.
            88 LAddressIsNotValid    VALUE 'N'.

       PROCEDURE DIVISION USING LAddress, LValid.
       EMAILVAL-Entry.
           SET LAddressIsNotValid TO TRUE
           IF LAddress = SPACES OR LAddress(1:1) = SPACE
               GOBACK
           END-IF
      *> Length is up to the last non-blank character.
           MOVE 50 TO WSLength
           PERFORM UNTIL LAddress(WSLength:1) NOT = SPACE
               SUBTRACT 1 FROM WSLength
           END-PERFORM
           MOVE 0 TO WSSpaceCount
           INSPECT LAddress(1:WSLength) TALLYING WSSpaceCount
               FOR ALL SPACE
           MOVE 0 TO WSAtCount
           INSPECT LAddress(1:WSLength) TALLYING WSAtCount
               FOR ALL "@"
           IF WSSpaceCount NOT = 0 OR WSAtCount NOT = 1
               GOBACK
           END-IF
           MOVE 0 TO WSAtPos
           MOVE 0 TO WSDotPos
           PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > WSLength
               IF LAddress(WSSub:1) = "@"
                   MOVE WSSub TO WSAtPos
               END-IF
               IF LAddress(WSSub:1) = "." AND WSAtPos > 0
                   MOVE WSSub TO WSDotPos
               END-IF
           END-PERFORM
      *> Something before the "@", and a "." in the domain that is
      *> neither its first nor the address's last character.
           IF WSAtPos > 1 AND WSDotPos > WSAtPos + 1
                   AND WSDotPos < WSLength
               SET LAddressIsValid TO TRUE
           END-IF
           GOBACK.
