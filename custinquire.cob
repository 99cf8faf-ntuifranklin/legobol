      *>   A future-dated address change waiting on FutureAddr.dat
      *>   now shows as "pending address change" with its
      *>   effective date, so the operator knows one is coming.
      *>   An active guarantee now shows - who guarantees this
      *>   account (GUARGET, phone masked like the customer's own)
      *>   and which accounts this customer has guaranteed.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch stops the run before a
      *>   record of the master is misread.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               RECORD KEY IS FAIDNum
               FILE STATUS IS WSFutureStatus.
           SELECT GuarantorFile ASSIGN TO "Guarantor.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GTIDNum
               FILE STATUS IS WSGuarStatus.

       DATA DIVISION.
       FILE SECTION.
           02 FAZip                    PIC X(09).
           02 FAEffDate                PIC 9(08).

      *> Same layout guarmaint.cob writes.
       FD GuarantorFile.
       01 GuarantorRecord.
           02 GTIDNum                 PIC 9(05).
           02 GTType                   PIC X(01).
               88 GTIsCustomer         VALUE 'C'.
               88 GTIsContact          VALUE 'X'.
           02 GTGuarIDNum              PIC 9(05).
           02 GTName                   PIC X(31).
           02 GTStreet                 PIC X(25).
           02 GTCity                   PIC X(15).
           02 GTState                  PIC X(02).
           02 GTZip                    PIC X(09).
           02 GTPhone                  PIC 9(10).
           02 GTStartDate              PIC 9(08).
           02 GTReleaseMonths          PIC 9(03).
           02 GTStatus                 PIC X(01).
               88 GTActive             VALUE 'A'.
               88 GTReleased           VALUE 'R'.
           02 GTReleaseDate            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSBalanceEdit                PIC $$,$$$,$$9.99.
       01 WSMaskedDOB                  PIC X(10).
       01 WSMaskedPhone                PIC X(10).
       01 WSFutureStatus               PIC X(02).
       01 WSGuarStatus                 PIC X(02).
       01 WSGuarEOF                    PIC X(01) VALUE 'N'.
       01 WSGuarName                   PIC X(31).
       01 WSGuarStreet                 PIC X(25).
       01 WSGuarCity                   PIC X(15).
       01 WSGuarState                  PIC X(02).
       01 WSGuarZip                    PIC X(09).
       01 WSGuarPhone                  PIC 9(10).
       01 WSGuarFlag                  PIC X(01).
           88 WSHasGuarantor           VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           END-IF

           OPEN INPUT CustomerFile
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               CLOSE CustomerFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
               PERFORM Decide-Masking
               PERFORM Display-Customer
               PERFORM Display-Pending-Address
               PERFORM Display-Guarantees
               PERFORM Display-Notes
           ELSE
               DISPLAY "Customer " IDNum " not found."
               CLOSE FutureAddrFile
           END-IF.

       Display-Guarantees.
           CALL 'GUARGET' USING IDNum, WSGuarName, WSGuarStreet,
               WSGuarCity, WSGuarState, WSGuarZip, WSGuarPhone,
               WSGuarFlag
           IF WSHasGuarantor
               IF WSShowUnmasked
                   DISPLAY "Guaranteed by: " WSGuarName " "
                       WSGuarPhone
               ELSE
                   CALL 'PIIMASK' USING YOB, WSGuarPhone,
                       WSMaskedDOB, WSMaskedPhone
                   DISPLAY "Guaranteed by: " WSGuarName " "
                       WSMaskedPhone
               END-IF
           END-IF
           OPEN INPUT GuarantorFile
           IF WSGuarStatus = "00"
               PERFORM UNTIL WSGuarEOF = 'Y'
                   READ GuarantorFile
                       AT END MOVE 'Y' TO WSGuarEOF
                       NOT AT END
                           IF GTActive AND GTIsCustomer
                               AND GTGuarIDNum = IDNum
                               DISPLAY "Guarantor for account "
                                   GTIDNum " since " GTStartDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GuarantorFile
           END-IF.

       Display-Notes.
           OPEN INPUT NotesFile
           IF WSNotesStatus NOT = "00"
