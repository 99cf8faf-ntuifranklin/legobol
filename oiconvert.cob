       IDENTIFICATION DIVISION.
       PROGRAM-ID. oiconvert.
      *> One-time open-item conversion - rebuilds OpenItems.dat in
      *> the layout that carries the invoice number (OIInvoice, the
      *> 7 digits invoicegen.cob stamps on the items it bills).  The
      *> file is keyed, so its record length is fixed when it is
      *> created: a file written before the invoice number existed
      *> will not open under the new layout, and OPENITEM, the
      *> invoice run and the inquiry all need it to.
      *> Every item is unloaded, in key order, to OpenItemsOld.dat
      *> exactly as it stood - that copy is kept - and the file is
      *> then recreated from it with each item's invoice number
      *> zero (not yet invoiced); amounts, dates and keys are
      *> unchanged.  The run proves itself: items in against items
      *> out, and the original and remaining amounts totalled
      *> before and after, and only then is the file stamped in
      *> LayoutCtl.dat (LAYOUTST) as written under layout version
      *> 2.  A file already stamped at that version is left alone,
      *> so a second run does nothing.
      *> Run once, with the nightly chain stopped and no online
      *> posting, before the invoice-aware programs go live -
      *> readycheck.cob holds the chain at NO-GO until it has.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldItemFile ASSIGN TO "OpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OOKey
               FILE STATUS IS WSOldStatus.
           SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OIKey
               FILE STATUS IS WSItemStatus.
           SELECT KeptFile ASSIGN TO "OpenItemsOld.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSKeptStatus.

       DATA DIVISION.
       FILE SECTION.
      *> The layout before the invoice number.
       FD OldItemFile.
       01 OldItemRecord.
           02 OOKey.
               03 OOIDNum             PIC 9(05).
               03 OOSeq                PIC 9(04).
           02 OOPostDate               PIC 9(08).
           02 OOTransCode              PIC X(02).
           02 OOOrigAmount             PIC 9(07)V99.
           02 OORemainder              PIC 9(07)V99.

      *> Same layout OPENITEM.cob writes.
       FD OpenItemFile.
       01 OpenItemRecord.
           02 OIKey.
               03 OIIDNum             PIC 9(05).
               03 OISeq                PIC 9(04).
           02 OIPostDate               PIC 9(08).
           02 OITransCode              PIC X(02).
           02 OIOrigAmount             PIC 9(07)V99.
           02 OIRemainder              PIC 9(07)V99.
           02 OIInvoice                PIC 9(07).

       FD KeptFile.
       01 KeptRecord.
           02 KOKey                   PIC X(09).
           02 KOPostDate               PIC 9(08).
           02 KOTransCode              PIC X(02).
           02 KOOrigAmount             PIC 9(07)V99.
           02 KORemainder              PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSOldStatus                  PIC X(02).
       01 WSItemStatus                 PIC X(02).
       01 WSKeptStatus                 PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "OICONVERT".
       01 WSUnloadedCount              PIC 9(07) VALUE 0.
       01 WSConvertedCount             PIC 9(07) VALUE 0.
       01 WSFailedCount                PIC 9(07) VALUE 0.
       01 WSOrigBefore                 PIC 9(11)V99 VALUE 0.
       01 WSOrigAfter                  PIC 9(11)V99 VALUE 0.
       01 WSRemainBefore               PIC 9(11)V99 VALUE 0.
       01 WSRemainAfter                PIC 9(11)V99 VALUE 0.
       01 WSTotalEdit                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY LAYOUTVR.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSConvertedCount
           CALL 'LAYOUTCK' USING LVOpenItemMaster, LVResult
           IF LVMatches
               DISPLAY "OpenItems.dat is already written under layout "
                   "version " LVItemVersion " - nothing to convert."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSConvertedCount
               GOBACK
           END-IF
           OPEN INPUT OldItemFile
           EVALUATE WSOldStatus
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "No OpenItems.dat on file - nothing to "
                       "convert."
                   CALL 'RUNLOG' USING WSProgramId, "END  ",
                       WSConvertedCount
                   GOBACK
               WHEN OTHER
                   DISPLAY "OpenItems.dat does not open in the old "
                       "layout (status " WSOldStatus ") - nothing "
                       "converted."
                   PERFORM File-Error-Abend
           END-EVALUATE
           DISPLAY "OPEN-ITEM INVOICE-NUMBER CONVERSION"
           DISPLAY "-----------------------------------"
           PERFORM Unload-Old-Items
           PERFORM Reload-Open-Items
           DISPLAY "-----------------------------------"
           DISPLAY "Items unloaded:         " WSUnloadedCount
           DISPLAY "Items converted:        " WSConvertedCount
           DISPLAY "Items not written:      " WSFailedCount
           MOVE WSOrigBefore TO WSTotalEdit
           DISPLAY "Original amounts in:  " WSTotalEdit
           MOVE WSOrigAfter TO WSTotalEdit
           DISPLAY "Original amounts out: " WSTotalEdit
           MOVE WSRemainBefore TO WSTotalEdit
           DISPLAY "Remainders in:        " WSTotalEdit
           MOVE WSRemainAfter TO WSTotalEdit
           DISPLAY "Remainders out:       " WSTotalEdit
           IF WSConvertedCount = WSUnloadedCount
                   AND WSOrigAfter = WSOrigBefore
                   AND WSRemainAfter = WSRemainBefore
               CALL 'LAYOUTST' USING LVOpenItemMaster, WSProgramId
               DISPLAY "Proof ties - the pre-conversion items are "
                   "kept on OpenItemsOld.dat."
           ELSE
               DISPLAY "PROOF DOES NOT TIE - restore OpenItems.dat "
                   "from the pre-conversion backup before the "
                   "chain runs; every item as it stood is on "
                   "OpenItemsOld.dat."
               MOVE 16 TO RETURN-CODE
           END-IF
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSConvertedCount
           GOBACK.

       Unload-Old-Items.
           OPEN OUTPUT KeptFile
           IF WSKeptStatus NOT = "00"
               CLOSE OldItemFile
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ OldItemFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       WRITE KeptRecord FROM OldItemRecord
                       ADD 1 TO WSUnloadedCount
                       ADD OOOrigAmount TO WSOrigBefore
                       ADD OORemainder TO WSRemainBefore
               END-READ
           END-PERFORM
           CLOSE KeptFile
           CLOSE OldItemFile.

       Reload-Open-Items.
           MOVE 'N' TO WSEOF
           OPEN INPUT KeptFile
           OPEN OUTPUT OpenItemFile
           IF WSItemStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ KeptFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Convert-One-Item
               END-READ
           END-PERFORM
           CLOSE OpenItemFile
           CLOSE KeptFile.

       Convert-One-Item.
           MOVE KOKey TO OIKey
           MOVE KOPostDate TO OIPostDate
           MOVE KOTransCode TO OITransCode
           MOVE KOOrigAmount TO OIOrigAmount
           MOVE KORemainder TO OIRemainder
           MOVE 0 TO OIInvoice
           WRITE OpenItemRecord
               INVALID KEY
                   ADD 1 TO WSFailedCount
                   DISPLAY "FAILED   " OIIDNum "/" OISeq
                       " - write status " WSItemStatus
               NOT INVALID KEY
                   ADD 1 TO WSConvertedCount
                   ADD OIOrigAmount TO WSOrigAfter
                   ADD OIRemainder TO WSRemainAfter
           END-WRITE.

       File-Error-Abend.
           DISPLAY "File I/O error - status " WSOldStatus
               " / " WSItemStatus " / " WSKeptStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSConvertedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
