      *> and the name-search index is rebuilt at the end.  Run once,
      *> with the shop quiesced, right before the check-digit edits
      *> go live in the entry programs.
      *> Modification History:
      *>   The ledger summary (LedgSummary.dat) is keyed on IDNum
      *>   too - it is rebuilt from the renumbered ledger at the
      *>   end (ledgsumbld.cob).
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run instead of misreading the enrollments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD AutopayFile.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APBody                   PIC X(39).

       FD ClassXrefFile.
       01 ClassXrefRecord.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01).
       01 WSFileStatus                PIC X(02).
       01 WSNewStatus                  PIC X(02).
      *> The base history file was renumbered - rebuild the keyed
      *> index custasof reads.
           CALL 'histconvert'
           CALL 'ledgsumbld'
           DISPLAY "Check-digit conversion complete - "
               WSConvertedCount " customer(s) renumbered."
           DISPLAY "Old-to-new mapping written to IDMap.dat."
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT NewCustomerFile
           OPEN OUTPUT MapFile
           PERFORM UNTIL WSEOF = 'Y'
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ NewCustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
           IF WSXrefStatus NOT = "00"
               DISPLAY "  " WSXrefName " - not present, skipped."
           ELSE
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               OPEN OUTPUT XrefWorkFile
               PERFORM UNTIL WSEOF = 'Y'
                   READ AutopayFile NEXT RECORD
