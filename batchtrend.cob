      *> will hit the WINDOW-LIMIT run parameter (minutes, default
      *> 240).  We currently learn the window is tight only when
      *> batchmon.cob screams at cutoff.
      *> Modification History:
      *>   A step whose latest run comes in a third or more under
      *>   its own average is now marked too, so a tuning change
      *>   (the consolidated CustFlags.dat lookups, say) shows up
      *>   step by step rather than only in the chain total.
      *>   RunLog.dat rows are read at their full width, the
      *>   80-byte row plus the chain link after it, so the
      *>   link no longer comes back as a row of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD RunLogFile.
       01 RunLogRecord.
           02 RunLogRow               PIC X(80).
           02 FILLER                   PIC X(46).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
           MOVE SPACES TO WSToken3
           MOVE SPACES TO WSToken4
           MOVE SPACES TO WSToken5
           UNSTRING RunLogRow DELIMITED BY ALL SPACE
               INTO WSToken1 WSToken2 WSToken3 WSToken4 WSToken5
           END-UNSTRING
           IF WSToken3(1:3) NOT = "TS="
                   DISPLAY "  << FLAG - latest run fifty percent "
                       "over its own average"
               END-IF
               IF WSTabLastElapsed(WSSub) * 3
                       < WSAvgElapsed * 2
                   DISPLAY "  -- latest run a third or more under "
                       "its own average"
               END-IF
           END-IF.

       Project-Window.
