       IDENTIFICATION DIVISION.
       PROGRAM-ID. invoicegen.
      *> Commercial invoice run - on each commercial (CM rate class)
      *> customer's cycle day (CYCLEGET; no cycle on file means day
      *> 1, as in recurgen.cob) gathers the cycle's charges that
      *> have not been invoiced yet - the recurring charges
      *> recurgen.cob posted, metered usage from usagerate.cob, the
      *> billing-feed amounts billstmt.cob posted, and the sales tax
      *> on them - into one numbered invoice.  The items are read
      *> off OpenItems.dat (transaction codes BF, UC and TX, no
      *> older than 31 days) and each one is stamped with the
      *> invoice number, so a payment remitted against the invoice
      *> applies to exactly those items (OPENITEMI).
      *> Invoice numbers come from InvoiceCtl.dat, the last number
      *> used, bumped and rewritten per invoice in the
      *> RunSerial.dat shape RUNLOG uses, so a rerun after an abend
      *> never reuses a number.  Each invoice prints on
      *> Invoices.prt in its own format - invoice number, date,
      *> terms due date and the customer's purchase order from
      *> CustPO.dat (pomaint.cob) - and is registered on
      *> Invoices.dat.  Payment terms come from RunParams.dat
      *> (INVOICE-TERMS, days).
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The OpenItems.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run. Only a missing file now means nothing to
      *>   invoice - one that will not open abends the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OIKey
               FILE STATUS IS WSItemStatus.
           SELECT POFile ASSIGN TO "CustPO.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS POIDNum
               FILE STATUS IS WSPOStatus.
           SELECT ControlFile ASSIGN TO "InvoiceCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSControlStatus.
           SELECT RegisterFile ASSIGN TO "Invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT InvoicePrintFile ASSIGN TO "Invoices.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout OPENITEM.cob keeps.
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

      *> Same layout pomaint.cob writes.
       FD POFile.
       01 PORecord.
           02 POIDNum                 PIC 9(05).
           02 PONumber                 PIC X(20).
           02 POEffDate                PIC 9(08).
           02 POExpires                PIC 9(08).
           02 POOperator               PIC X(08).

       FD ControlFile.
       01 ControlRecord               PIC 9(07).

       FD RegisterFile.
       01 RegisterRecord.
           02 INNumber                PIC 9(07).
           02 INIDNum                  PIC 9(05).
           02 INDate                   PIC 9(08).
           02 INDueDate                PIC 9(08).
           02 INPONumber               PIC X(20).
           02 INAmount                 PIC 9(07)V99.
           02 INAmountDue              PIC 9(07)V99.

       FD InvoicePrintFile.
       01 InvoiceLine                 PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSItemStatus                PIC X(02).
       01 WSPOStatus                   PIC X(02).
       01 WSControlStatus              PIC X(02).
       01 WSRegisterStatus             PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "INVOICEGEN".
       01 WSInvoiceCount               PIC 9(07) VALUE 0.
       01 WSInvoiceTotal               PIC 9(09)V99 VALUE 0.
       01 WSNoPOCount                  PIC 9(05) VALUE 0.
       01 WSToday                     PIC 9(08).
       01 WSTodayDay                   PIC 9(02).
       01 WSTodayInt                   PIC 9(07).
       01 WSWindowStart                PIC 9(08).
       01 WSDueDate                    PIC 9(08).
       01 WSTermsDays                  PIC 9(03) VALUE 30.
       01 WSParamName                  PIC X(20).
       01 WSParamValue                 PIC X(10).
       01 WSParamFoundFlag            PIC X(01).
           88 WSParamFound             VALUE 'Y'.
       01 WSCustCycle                  PIC 9(02).
       01 WSBillDay                    PIC 9(02).
       01 WSClassCode                  PIC X(02).
       01 WSClassRate                  PIC 9V999.
       01 WSClassFee                   PIC 9(03)V99.
       01 WSClassFoundFlag            PIC X(01).
       01 WSPOOpenFlag                PIC X(01) VALUE 'N'.
           88 WSPOOpen                 VALUE 'Y'.
       01 WSPONumber                   PIC X(20).
       01 WSLastInvoice                PIC 9(07) VALUE 0.
       01 WSItemEOFFlag               PIC X(01).
           88 WSItemsDone              VALUE 'Y'.
       01 WSPendingFlag               PIC X(01).
           88 WSItemsPending           VALUE 'Y'.
       01 WSInvoiceAmount              PIC 9(07)V99.
       01 WSInvoiceDue                 PIC 9(07)V99.
       01 WSItemDesc                   PIC X(20).
       01 WSFullName                   PIC X(31).

       *> Dollar-sign/comma edit picture, same as billstmt.cob
       01 WSBalanceEdit               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSInvoiceCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday(7:2) TO WSTodayDay
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
           COMPUTE WSWindowStart =
               FUNCTION DATE-OF-INTEGER(WSTodayInt - 31)
      *> Payment terms come from RunParams.dat (INVOICE-TERMS,
      *> 9(3) days); net 30 is the documented default.
           MOVE "INVOICE-TERMS" TO WSParamName
           CALL 'PARMGET' USING WSParamName, WSParamValue,
               WSParamFoundFlag
           IF WSParamFound AND WSParamValue(1:3) NUMERIC
               MOVE WSParamValue(1:3) TO WSTermsDays
           END-IF
           COMPUTE WSDueDate =
               FUNCTION DATE-OF-INTEGER(WSTodayInt + WSTermsDays)
           OPEN I-O OpenItemFile
           IF WSItemStatus = "35"
               DISPLAY "No open items on file - nothing to invoice."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSInvoiceCount
               GOBACK
           END-IF
           IF WSItemStatus NOT = "00"
               DISPLAY "OpenItems.dat I/O error - status " WSItemStatus
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVOpenItemMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN INPUT POFile
           IF WSPOStatus = "00"
               SET WSPOOpen TO TRUE
           END-IF
           PERFORM Read-Last-Invoice-Number
           OPEN EXTEND RegisterFile
           IF WSRegisterStatus = "35"
               OPEN OUTPUT RegisterFile
           END-IF
           OPEN OUTPUT InvoicePrintFile
           DISPLAY "COMMERCIAL INVOICE RUN FOR " WSToday
           DISPLAY "--------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM Consider-One-Customer
               END-READ
           END-PERFORM
           CLOSE InvoicePrintFile
           CLOSE RegisterFile
           IF WSPOOpen
               CLOSE POFile
           END-IF
           CLOSE CustomerFile
           CLOSE OpenItemFile
           DISPLAY "--------------------------------"
           MOVE WSInvoiceTotal TO WSBalanceEdit
           DISPLAY "Invoices printed:  " WSInvoiceCount
               "  " WSBalanceEdit
           DISPLAY "Invoices with no purchase order: " WSNoPOCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSInvoiceCount
           GOBACK.

      *> Only commercial customers on their cycle day are invoiced;
      *> everyone else stays on the balance-forward statement.

       Consider-One-Customer.
           IF IsNotDeleted
               CALL 'CYCLEGET' USING IDNum, WSCustCycle
               IF WSCustCycle = 0
                   MOVE 1 TO WSBillDay
               ELSE
                   MOVE WSCustCycle TO WSBillDay
               END-IF
               IF WSBillDay = WSTodayDay
                   CALL 'CLASSGET' USING IDNum, WSClassCode,
                       WSClassRate, WSClassFee, WSClassFoundFlag
                   IF WSClassCode = "CM"
                       PERFORM Check-Pending-Items
                       IF WSItemsPending
                           PERFORM Cut-One-Invoice
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Check-Pending-Items.
           MOVE 'N' TO WSPendingFlag
           PERFORM Start-Customer-Items
           PERFORM Look-For-Pending-Item
               UNTIL WSItemsDone OR WSItemsPending.

       Look-For-Pending-Item.
           READ OpenItemFile NEXT RECORD
               AT END SET WSItemsDone TO TRUE
               NOT AT END
                   IF OIIDNum NOT = IDNum
                       SET WSItemsDone TO TRUE
                   ELSE
                       IF OIInvoice = 0
                               AND OIPostDate >= WSWindowStart
                               AND (OITransCode = "BF"
                                   OR OITransCode = "UC"
                                   OR OITransCode = "TX")
                           SET WSItemsPending TO TRUE
                       END-IF
                   END-IF
           END-READ.

       Start-Customer-Items.
           MOVE 'N' TO WSItemEOFFlag
           MOVE IDNum TO OIIDNum
           MOVE 0 TO OISeq
           START OpenItemFile KEY IS GREATER THAN OIKey
               INVALID KEY SET WSItemsDone TO TRUE
           END-START.

       Cut-One-Invoice.
           PERFORM Assign-Invoice-Number
           PERFORM Find-Purchase-Order
           MOVE 0 TO WSInvoiceAmount
           MOVE 0 TO WSInvoiceDue
           PERFORM Print-Invoice-Heading
           PERFORM Start-Customer-Items
           PERFORM Invoice-One-Item UNTIL WSItemsDone
           PERFORM Print-Invoice-Footing
           MOVE WSLastInvoice TO INNumber
           MOVE IDNum TO INIDNum
           MOVE WSToday TO INDate
           MOVE WSDueDate TO INDueDate
           MOVE WSPONumber TO INPONumber
           MOVE WSInvoiceAmount TO INAmount
           MOVE WSInvoiceDue TO INAmountDue
           WRITE RegisterRecord
           ADD 1 TO WSInvoiceCount
           ADD WSInvoiceAmount TO WSInvoiceTotal
           MOVE WSInvoiceAmount TO WSBalanceEdit
           DISPLAY "INVOICE " WSLastInvoice " " IDNum " "
               WSBalanceEdit "  PO " WSPONumber.

       Invoice-One-Item.
           READ OpenItemFile NEXT RECORD
               AT END SET WSItemsDone TO TRUE
               NOT AT END
                   IF OIIDNum NOT = IDNum
                       SET WSItemsDone TO TRUE
                   ELSE
                       IF OIInvoice = 0
                               AND OIPostDate >= WSWindowStart
                               AND (OITransCode = "BF"
                                   OR OITransCode = "UC"
                                   OR OITransCode = "TX")
                           PERFORM Stamp-And-Print-Item
                       END-IF
                   END-IF
           END-READ.

       Stamp-And-Print-Item.
           MOVE WSLastInvoice TO OIInvoice
           REWRITE OpenItemRecord
               INVALID KEY
                   DISPLAY "OpenItemFile I/O error - status "
                       WSItemStatus
                   CALL 'RUNLOG' USING WSProgramId, "ABEND",
                       WSInvoiceCount
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE
           ADD OIOrigAmount TO WSInvoiceAmount
           ADD OIRemainder TO WSInvoiceDue
           EVALUATE OITransCode
               WHEN "BF" MOVE "SERVICE CHARGES" TO WSItemDesc
               WHEN "UC" MOVE "METERED USAGE" TO WSItemDesc
               WHEN "TX" MOVE "SALES TAX" TO WSItemDesc
           END-EVALUATE
           MOVE OIOrigAmount TO WSBalanceEdit
           MOVE SPACES TO InvoiceLine
           STRING "  " DELIMITED BY SIZE
               OIPostDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OITransCode DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WSItemDesc DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine.

      *> A purchase order not yet in effect or past its expiry
      *> prints as none - the customer's AP desk must send a new
      *> one, and the run report counts them for the account rep.

       Find-Purchase-Order.
           MOVE SPACES TO WSPONumber
           IF WSPOOpen
               MOVE IDNum TO POIDNum
               READ POFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF POEffDate <= WSToday
                               AND (POExpires = 0
                                   OR POExpires >= WSToday)
                           MOVE PONumber TO WSPONumber
                       END-IF
               END-READ
           END-IF
           IF WSPONumber = SPACES
               ADD 1 TO WSNoPOCount
           END-IF.

       Print-Invoice-Heading.
           MOVE ALL "=" TO InvoiceLine
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           MOVE "I N V O I C E" TO InvoiceLine(34:13)
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           STRING "  INVOICE NUMBER:  " DELIMITED BY SIZE
               WSLastInvoice DELIMITED BY SIZE
               "          INVOICE DATE:  " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           STRING "  ACCOUNT:         " DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               "            PAYMENT DUE:   " DELIMITED BY SIZE
               WSDueDate DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           IF WSPONumber = SPACES
               MOVE "  PURCHASE ORDER:  NONE ON FILE" TO InvoiceLine
           ELSE
               STRING "  PURCHASE ORDER:  " DELIMITED BY SIZE
                   WSPONumber DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
           END-IF
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine
           MOVE SPACES TO WSFullName
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO WSFullName
           END-STRING
           MOVE SPACES TO InvoiceLine
           STRING "  BILL TO:  " DELIMITED BY SIZE
               WSFullName DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           STRING "            " DELIMITED BY SIZE
               Street DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           STRING "            " DELIMITED BY SIZE
               City DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               State DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Zip DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine
           MOVE "  DATE      CODE  DESCRIPTION                  AMOUNT"
               TO InvoiceLine
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           MOVE ALL "-" TO InvoiceLine(3:64)
           WRITE InvoiceLine.

       Print-Invoice-Footing.
           MOVE SPACES TO InvoiceLine
           MOVE ALL "-" TO InvoiceLine(3:64)
           WRITE InvoiceLine
           MOVE WSInvoiceAmount TO WSBalanceEdit
           MOVE SPACES TO InvoiceLine
           STRING "  INVOICE TOTAL                        "
               DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE WSInvoiceDue TO WSBalanceEdit
           MOVE SPACES TO InvoiceLine
           STRING "  AMOUNT DUE                           "
               DELIMITED BY SIZE
               WSBalanceEdit DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           STRING "  PLEASE QUOTE INVOICE " DELIMITED BY SIZE
               WSLastInvoice DELIMITED BY SIZE
               " WITH YOUR PAYMENT." DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine.

       Read-Last-Invoice-Number.
           OPEN INPUT ControlFile
           IF WSControlStatus = "00"
               READ ControlFile
                   AT END CONTINUE
                   NOT AT END MOVE ControlRecord TO WSLastInvoice
               END-READ
               CLOSE ControlFile
           END-IF.

      *> The new number is on InvoiceCtl.dat before a single item
      *> carries it.

       Assign-Invoice-Number.
           ADD 1 TO WSLastInvoice
           OPEN OUTPUT ControlFile
           MOVE WSLastInvoice TO ControlRecord
           WRITE ControlRecord
           CLOSE ControlFile.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSInvoiceCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
