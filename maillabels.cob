      *>   carries and presorts under the address that is actually
      *>   in effect.  The SORT input changed from USING to an
      *>   INPUT PROCEDURE for exactly that reason.
      *>   The bulk mailing is marketing mail, so a customer who
      *>   opted out of marketing mail (PREFCHK against
      *>   CommPref.dat, kept by prefmaint.cob) gets no label; each
      *>   one left out is logged through PREFLOG and counted.
      *>   MailLabels.prt is now captured into the dated report
      *>   repository (RPTSAVE) so a reprint does not mean a rerun.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 LabelLine                   PIC X(60).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSSortEOF                   PIC X(01) VALUE 'N'.
       01 WSFirstRecordFlag            PIC X(01) VALUE 'Y'.
           88 WSFirstRecord            VALUE 'Y'.
       01 WSAddrType                   PIC X(01) VALUE 'M'.
       01 WSOverrideFlag              PIC X(01).
           88 WSOverrideFound          VALUE 'Y'.
       01 WSProgramId                  PIC X(10) VALUE "MAILLABELS".
       01 WSNoPhone                    PIC 9(10) VALUE 0.
       01 WSPrefFlag                  PIC X(01).
           88 WSPrefSuppress           VALUE 'Y'.
       01 WSPrefReason                 PIC X(20).
       01 WSCallFrom                   PIC 9(04).
       01 WSCallTo                     PIC 9(04).
       01 WSPrefAction                 PIC X(30).
       01 WSPrefHeldCount              PIC 9(05) VALUE 0.
       01 WSReportFile                 PIC X(20)
               VALUE "MailLabels.prt".
       01 WSReportMark                 PIC 9(07) VALUE 0.
       01 WSSaveResult                 PIC X(01).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LabelFile
           SORT SortWorkFile ON ASCENDING KEY SortZip
               INPUT PROCEDURE IS Release-Resolved-Customers
               PERFORM Print-Tray-Break
           END-IF
           CLOSE LabelFile
           CALL 'RPTSAVE' USING WSProgramId, WSReportFile,
               WSReportMark, WSSaveResult
           DISPLAY "Labels printed:   " WSTotalLabels
           DISPLAY "Suppressed (bad address, needs research): "
               WSSuppressedCount
           DISPLAY "Suppressed (opted out of marketing mail): "
               WSPrefHeldCount
           GOBACK.

       Release-Resolved-Customers.

       Label-Or-Suppress.
           CALL 'BADADDR' USING SortIDNum, WSBadAddressFlag
           CALL 'PREFCHK' USING SortIDNum, "M", WSNoPhone,
               WSPrefFlag, WSPrefReason, WSCallFrom, WSCallTo
           EVALUATE TRUE
               WHEN WSPrefSuppress
                   ADD 1 TO WSPrefHeldCount
                   MOVE SPACES TO WSPrefAction
                   STRING "BULK MAIL LABEL - " DELIMITED BY SIZE
                       WSPrefReason DELIMITED BY SIZE
                       INTO WSPrefAction
                   END-STRING
                   CALL 'PREFLOG' USING WSProgramId, SortIDNum,
                       WSPrefAction
               WHEN WSAddressBad
                   ADD 1 TO WSSuppressedCount
                   DISPLAY "NEEDS RESEARCH " SortIDNum " "
                       SortFirstName " " SortLastName
                       " - label held, address undeliverable"
               WHEN OTHER
                   PERFORM Print-One-Label
           END-EVALUATE.

       Print-One-Label.
           IF WSFirstRecord
