      *> computes over the live file is unchanged while the live
      *> file holds only recent detail.  The run proves the nets
      *> match before the rebuilt ledger replaces the old one.
      *> Modification History:
      *>   The ledger summary (LedgSummary.dat) is rebuilt from the
      *>   new live ledger once it is in place (ledgsumbld.cob), so
      *>   its rows and the nightly proof match the summarized
      *>   periods.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           CLOSE ArchiveFile
           IF WSArchiveNet = WSSummaryNet
               PERFORM Replace-Live-Ledger
               CALL 'ledgsumbld'
               DISPLAY "LEDGER ARCHIVE COMPLETE"
               DISPLAY "  Detail rows archived:  " WSArchivedCount
               DISPLAY "  Summary rows written:  " WSSummaryCount
