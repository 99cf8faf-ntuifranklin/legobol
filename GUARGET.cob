      *> Guarantor lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GUARGET.
      *> Returns the guarantor standing behind a customer's account
      *> from Guarantor.dat (maintained by guarmaint.cob) - name,
      *> mailing address, and phone - for the collection programs.
      *> A guarantor who is a customer in their own right is read
      *> from Customer.dat, so an address or phone change there is
      *> picked up without touching the guarantee, and their
      *> mailing override (ADDRGET) applies the same as it does to
      *> their own letters; a guarantor who is not a customer
      *> carries their own contact details on the guarantee row.
      *> LFound comes back 'N' when the account has no guarantee or
      *> it has been released - same open/keyed-read/close-per-call
      *> shape as PLANSTAT.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   before the guarantor's row is read; a master written under
      *>   another layout is treated as unavailable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuarantorFile ASSIGN TO "Guarantor.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GTIDNum
               FILE STATUS IS WSGuarStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD CustomerFile.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSGuarStatus                PIC X(02).
       01 WSFileStatus                PIC X(02).
       01 WSAddrType                   PIC X(01) VALUE 'M'.
       01 WSOverrideFlag              PIC X(01).
           COPY LAYOUTVR.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LName PIC X(31).
        01 LStreet PIC X(25).
        01 LCity PIC X(15).
        01 LState PIC X(02).
        01 LZip PIC X(09).
        01 LPhone PIC 9(10).
        01 LFound PIC X(01).
            88 LGuarantorFound       VALUE 'Y'.
            88 LNoGuarantor          VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LName, LStreet, LCity,
           LState, LZip, LPhone, LFound.
       GUARGET-Entry.
           SET LNoGuarantor TO TRUE
           MOVE SPACES TO LName
           MOVE SPACES TO LStreet
           MOVE SPACES TO LCity
           MOVE SPACES TO LState
           MOVE SPACES TO LZip
           MOVE 0 TO LPhone
           OPEN INPUT GuarantorFile
           IF WSGuarStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO GTIDNum
           READ GuarantorFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF GTActive
                       PERFORM Return-Guarantor
                   END-IF
           END-READ
           CLOSE GuarantorFile
           GOBACK.

       Return-Guarantor.
           IF GTIsCustomer
               PERFORM Return-Customer-Guarantor
           ELSE
               MOVE GTName TO LName
               MOVE GTStreet TO LStreet
               MOVE GTCity TO LCity
               MOVE GTState TO LState
               MOVE GTZip TO LZip
               MOVE GTPhone TO LPhone
               SET LGuarantorFound TO TRUE
           END-IF.

       Return-Customer-Guarantor.
           OPEN INPUT CustomerFile
           IF WSFileStatus = "00"
               CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
               IF LVMismatch
                   CLOSE CustomerFile
                   MOVE "LV" TO WSFileStatus
               END-IF
           END-IF
           IF WSFileStatus = "00"
               MOVE GTGuarIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL 'NAMEFMT' USING FirstName, LastName,
                           LName
                       MOVE Street TO LStreet
                       MOVE City TO LCity
                       MOVE State TO LState
                       MOVE Zip TO LZip
                       MOVE Phone TO LPhone
                       CALL 'ADDRGET' USING GTGuarIDNum, WSAddrType,
                           LStreet, LCity, LState, LZip,
                           WSOverrideFlag
                       SET LGuarantorFound TO TRUE
               END-READ
               CLOSE CustomerFile
           END-IF.
