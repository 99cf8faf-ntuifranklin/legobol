      *> debt over the last three months, divided by three for a
      *> monthly run-rate and spread evenly over the thirty days.
      *> Rough, but rough beats nothing.
      *> Modification History:
      *>   AutopayEnroll.dat's account number is now a vault token
      *>   and the last four digits (BANKVLT); layout updated.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
      *>   The AutopayEnroll.dat layout version is checked
      *>   (LAYOUTCK) as the file opens; a mismatch abends the
      *>   run instead of misreading the enrollments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 AutopayRecord.
           02 APIDNum                 PIC 9(05).
           02 APRouting                PIC 9(09).
           02 APAccount.
               03 APAcctToken          PIC X(11).
               03 FILLER               PIC X(02).
               03 APAcctLast4          PIC X(04).
           02 APDebitDay               PIC 9(02).
           02 APReturnCount            PIC 9(02).
           02 APPrenoteStatus          PIC X(01).
           02 APPrenoteDate            PIC 9(08).

       FD PlanFile.
       01 PlanRecord.

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSAutopayStatus              PIC X(02).
           MOVE 'N' TO WSEOF
           OPEN INPUT AutopayFile
           IF WSAutopayStatus = "00"
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
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
               PERFORM UNTIL WSEOF = 'Y'
                   READ AutopayFile
                       AT END MOVE 'Y' TO WSEOF
