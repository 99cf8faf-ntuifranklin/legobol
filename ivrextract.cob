      *> payment's date and amount from CustLedger.dat.
      *> ivrimport.cob brings the IVR's payment authorizations
      *> back in the next morning.
      *> Modification History:
      *>   Each record now also carries the last statement's
      *>   payment due date and minimum payment due (DUEGET), zero
      *>   for a customer not yet statemented, so the phone system
      *>   can quote them.
      *>   A card payment (CD) can be the last payment quoted.
      *>   So can an agency collection (AC).
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 IVR-Balance              PIC 9(07)V99.
           02 IVR-LastPayDate          PIC 9(08).
           02 IVR-LastPayAmount        PIC 9(07)V99.
           02 IVR-DueDate              PIC 9(08).
           02 IVR-MinimumDue           PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSLedgerEOFFlag             PIC X(01).
           88 WSLedgerEOF              VALUE 'Y'.
       01 WSFullName                   PIC X(31).
       01 WSLastPayDate                PIC 9(08).
       01 WSLastPayAmount              PIC 9(07)V99.
       01 WSDueFoundFlag              PIC X(01).
       01 WSStmtDate                   PIC 9(08).
       01 WSDueDate                    PIC 9(08).
       01 WSMinimumDue                 PIC 9(07)V99.

       PROCEDURE DIVISION.
       Main-Process.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           OPEN OUTPUT IVRFile
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile INTO WSCustomerRecord
           END-IF
           MOVE WSLastPayDate TO IVR-LastPayDate
           MOVE WSLastPayAmount TO IVR-LastPayAmount
           CALL 'DUEGET' USING WSIDNum, WSDueFoundFlag, WSStmtDate,
               WSDueDate, WSMinimumDue
           MOVE WSDueDate TO IVR-DueDate
           MOVE WSMinimumDue TO IVR-MinimumDue
           WRITE IVRRecord
           ADD 1 TO WSExtractCount.

       Note-One-Posting.
           IF LedgIDNum = WSIDNum
                   AND (LedgIsPayment OR LedgIsAutopay
                       OR LedgIsIVRPayment OR LedgIsCardPayment
                       OR LedgIsAgencyPayment)
                   AND LedgAmount < 0
               MOVE LedgPostDate TO WSLastPayDate
               COMPUTE WSLastPayAmount = LedgAmount * -1
