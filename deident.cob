       IDENTIFICATION DIVISION.
       PROGRAM-ID. deident.
      *> De-identified copy of production for rehearsal runs -
      *> testgen.cob builds a clean synthetic master, but the cases
      *> that actually break our programs (merged accounts, partial
      *> disputes, eleven years of ledger) only exist in the real
      *> files.  This supervised run copies Customer.dat and its
      *> side files into a rehearsal directory, replacing every
      *> personal field on the way:
      *>   names          - picked from the name tables below
      *>   streets        - house number plus a street from the
      *>                    table below (city, state and ZIP kept,
      *>                    so the StateZip.dat checks still pass)
      *>   phones         - area code kept, the rest 555-xxxx, so a
      *>                    rehearsed dialer run rings no one
      *>   birth days     - day 1-28 (month and year kept, so age
      *>                    bands and DATEVAL still hold)
      *>   bank accounts  - the vaulted account (BankVault.dat) and
      *>                    the enrollment's last four digits
      *>   note text      - CustNotes.dat, ArchNotes.dat and the
      *>                    CustDiary.dat items, except the system
      *>                    notes programs read back (DUNNING NOTICE,
      *>                    HARDSHIP ENDS), which carry nothing
      *>                    personal
      *>   e-mail and TIN - example.com addresses, made-up numbers
      *> Every replacement is a keyed hash (CHAINHSH) of the real
      *> value, so the same real value becomes the same made-up one
      *> in every file and every row: a customer's history rows,
      *> name-index entry and guarantor references still agree
      *> with the master, and two accounts that shared a name still
      *> do.  The hash is seeded from the run's date and time and
      *> the seed is not kept, so no later run - and no one holding
      *> the rehearsal set - can map a made-up value back.
      *> IDNums, balances, amounts, dates, status codes, tokens and
      *> every cross-file link are copied exactly, so integrity.cob
      *> and trialbal.cob pass in the rehearsal directory as they do
      *> in production.
      *> Copied exactly (nothing personal on them):
      *>   CustLedger.dat, BalControl.dat, DepControl.dat,
      *>   DepositTrans.dat, ItemApply.dat, MonthEndBal.dat,
      *>   PeriodControl.dat, CustControl.dat, LayoutCtl.dat,
      *>   Deposit.dat, DunningLevel.dat, Dispute.dat, PayPlan.dat,
      *>   LegalHold.dat, AgencyPlace.dat, BadAddress.dat,
      *>   CreditLimit.dat, OpenItems.dat, RecurCharge.dat,
      *>   Hardship.dat
      *> Never copied:
      *>   CustAudit.dat, RunLog.dat - the audit images carry the
      *>     real names; the rehearsal starts its own trail
      *>   StmtArchive.dat - printed statements, names and all
      *>   ChainKey.dat - the production chain key stays here
      *>   CustFlags.dat, LedgSummary.dat, CustHistIx.dat - rebuild
      *>     them in the rehearsal directory with flagbuild.cob,
      *>     ledgsumbld.cob and histconvert.cob
      *> Any other file the rehearsal needs carries no personal
      *> data and operations copies it across as it stands (the
      *> ledger archive generations, the rate and code tables).
      *> The rehearsal directory must already exist and must not be
      *> the production directory; run the rehearsal itself from
      *> there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSSideStatus.
           SELECT NameIndexFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NXKey
               ALTERNATE RECORD KEY IS NXPhone WITH DUPLICATES
               FILE STATUS IS WSSideStatus.
           SELECT ContactFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CCKey
               FILE STATUS IS WSSideStatus.
           SELECT AutopayFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APIDNum
               FILE STATUS IS WSSideStatus.
           SELECT VaultFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BVToken
               FILE STATUS IS WSSideStatus.
           SELECT DiaryFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DiaryKey
               FILE STATUS IS WSSideStatus.
           SELECT GuarantorFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GTIDNum
               FILE STATUS IS WSSideStatus.
           SELECT AltAddrFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AAKey
               FILE STATUS IS WSSideStatus.
           SELECT FutureAddrFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FAIDNum
               FILE STATUS IS WSSideStatus.
           SELECT EmailFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EMIDNum
               FILE STATUS IS WSSideStatus.
           SELECT TINFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TIIDNum
               FILE STATUS IS WSSideStatus.
           SELECT DepositFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DepIDNum
               FILE STATUS IS WSSideStatus.
           SELECT DunningFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DunIDNum
               FILE STATUS IS WSSideStatus.
           SELECT DisputeFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSPIDNum
               FILE STATUS IS WSSideStatus.
           SELECT PayPlanFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PPIDNum
               FILE STATUS IS WSSideStatus.
           SELECT LegalHoldFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LHIDNum
               FILE STATUS IS WSSideStatus.
           SELECT AgencyPlaceFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APLIDNum
               FILE STATUS IS WSSideStatus.
           SELECT BadAddressFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BAIDNum
               FILE STATUS IS WSSideStatus.
           SELECT CreditLimitFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSSideStatus.
           SELECT OpenItemFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OIKey
               FILE STATUS IS WSSideStatus.
           SELECT ChargeFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCKey
               FILE STATUS IS WSSideStatus.
           SELECT HardshipFile ASSIGN TO DYNAMIC WSSideName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HSIDNum
               FILE STATUS IS WSSideStatus.
           SELECT WorkFile ASSIGN TO "DeidentWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWorkStatus.
           SELECT SeqInFile ASSIGN TO DYNAMIC WSSeqInName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSeqInStatus.
           SELECT SeqOutFile ASSIGN TO DYNAMIC WSSeqOutName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSeqOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

       FD NameIndexFile.
       01 NameIndexRecord.
           02 NXKey.
               03 NXLastName          PIC X(15).
               03 NXFirstName          PIC X(15).
               03 NXIDNum              PIC 9(05).
           02 NXPhone                  PIC 9(10).
           02 NXSoundex                PIC X(04).

       FD ContactFile.
       01 ContactRecord.
           02 CCKey.
               03 CCIDNum             PIC 9(05).
               03 CCSeq                PIC 9(02).
           02 CCName                   PIC X(25).
           02 CCRole                   PIC X(12).
           02 CCPhone                  PIC 9(10).
           02 CCPreferred              PIC X(01).

       FD AutopayFile.
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

       FD VaultFile.
       01 VaultRecord.
           02 BVToken                 PIC X(11).
           02 BVIDNum                  PIC 9(05).
           02 BVAccount                PIC X(17).
           02 BVCreatedDate            PIC 9(08).
           02 BVCreatedBy              PIC X(10).

       FD DiaryFile.
       01 DiaryRecord.
           02 DiaryKey.
               03 DiIDNum             PIC 9(05).
               03 DiDueDate            PIC 9(08).
               03 DiSeq                PIC 9(02).
           02 DiText                   PIC X(40).
           02 DiStatus                 PIC X(01).

       FD GuarantorFile.
       01 GuarantorRecord.
           02 GTIDNum                 PIC 9(05).
           02 GTType                   PIC X(01).
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
           02 GTReleaseDate            PIC 9(08).

       FD AltAddrFile.
       01 AltAddrRecord.
           02 AAKey.
               03 AAIDNum             PIC 9(05).
               03 AAType               PIC X(01).
           02 AAStreet                 PIC X(25).
           02 AACity                   PIC X(15).
           02 AAState                  PIC X(02).
           02 AAZip                    PIC X(09).
           02 AAStartMMDD              PIC 9(04).
           02 AAEndMMDD                PIC 9(04).

       FD FutureAddrFile.
       01 FutureAddrRecord.
           02 FAIDNum                 PIC 9(05).
           02 FAStreet                 PIC X(25).
           02 FACity                   PIC X(15).
           02 FAState                  PIC X(02).
           02 FAZip                    PIC X(09).
           02 FAEffDate                PIC 9(08).

       FD EmailFile.
       01 EmailRecord.
           02 EMIDNum                 PIC 9(05).
           02 EMAddress                PIC X(50).
           02 EMPaperless              PIC X(01).
           02 EMElectDate              PIC 9(08).
           02 EMBounceDate             PIC 9(08).
           02 EMBounceReason           PIC X(20).
           02 EMChangeDate             PIC 9(08).
           02 EMChangeOp               PIC X(08).

       FD TINFile.
       01 TINRecord.
           02 TIIDNum                 PIC 9(05).
           02 TIType                   PIC X(01).
           02 TINumber                 PIC 9(09).
           02 TIEntered                PIC 9(08).
           02 TIOperator               PIC X(08).

      *> The side files copied exactly need only their keys here.

       FD DepositFile.
       01 DepositRecord.
           02 DepIDNum                PIC 9(05).
           02 FILLER                   PIC X(58).

       FD DunningFile.
       01 DunningRecord.
           02 DunIDNum                PIC 9(05).
           02 FILLER                   PIC X(09).

       FD DisputeFile.
       01 DisputeRecord.
           02 DSPIDNum                PIC 9(05).
           02 FILLER                   PIC X(56).

       FD PayPlanFile.
       01 PayPlanRecord.
           02 PPIDNum                 PIC 9(05).
           02 FILLER                   PIC X(20).

       FD LegalHoldFile.
       01 LegalHoldRecord.
           02 LHIDNum                 PIC 9(05).
           02 FILLER                   PIC X(11).

       FD AgencyPlaceFile.
       01 AgencyPlaceRecord.
           02 APLIDNum                PIC 9(05).
           02 FILLER                   PIC X(18).

       FD BadAddressFile.
       01 BadAddressRecord.
           02 BAIDNum                 PIC 9(05).
           02 FILLER                   PIC X(28).

       FD CreditLimitFile.
       01 CreditLimitRecord.
           02 CLIDNum                 PIC 9(05).
           02 FILLER                   PIC X(09).

       FD OpenItemFile.
       01 OpenItemRecord.
           02 OIKey.
               03 OIIDNum             PIC 9(05).
               03 OISeq                PIC 9(04).
           02 FILLER                   PIC X(35).

       FD ChargeFile.
       01 ChargeRecord.
           02 RCKey.
               03 RCIDNum             PIC 9(05).
               03 RCSvcCode            PIC X(04).
           02 FILLER                   PIC X(33).

       FD HardshipFile.
       01 HardshipRecord.
           02 HSIDNum                 PIC 9(05).
           02 FILLER                   PIC X(66).

       FD WorkFile.
       01 WorkRecord                  PIC X(216).

       FD SeqInFile.
       01 SeqInRecord                 PIC X(216).

       FD SeqOutFile.
       01 SeqOutRecord                PIC X(216).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
           COPY WSCUSTREC.
       01 WSEOF                       PIC X(01).
       01 WSSideStatus                PIC X(02).
       01 WSWorkStatus                PIC X(02).
       01 WSSeqInStatus               PIC X(02).
       01 WSSeqOutStatus              PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "DEIDENT".
       01 WSOperatorId                 PIC X(08).
       01 WSOperatorRole               PIC X(01).
           88 WSRoleSupervisor         VALUE 'S'.
       01 WSAnswer                     PIC X(01).
       01 WSRehearsalDir               PIC X(40).
       01 WSSideBase                   PIC X(20).
       01 WSSideName                   PIC X(80).
       01 WSSeqInName                  PIC X(80).
       01 WSSeqOutName                 PIC X(80).
       01 WSFileSub                    PIC 9(02).
       01 WSSeqKind                    PIC X(01).
           88 WSSeqVerbatim            VALUE 'V'.
           88 WSSeqMasterLayout        VALUE 'M'.
           88 WSSeqHistory             VALUE 'H'.
           88 WSSeqNotes               VALUE 'N'.
       01 WSRowCount                   PIC 9(07).
       01 WSDupCount                   PIC 9(07).
       01 WSTotalRows                  PIC 9(07) VALUE 0.
       01 WSFileCount                  PIC 9(03) VALUE 0.
       01 WSBalanceIn                  PIC S9(11)V99 VALUE 0.
       01 WSBalanceOut                 PIC S9(11)V99 VALUE 0.
       01 WSBalanceEdit                PIC -(10)9.99.

      *> Keyed-hash work areas.  The hash text is a kind letter (so
      *> a first name and a street that happen to be spelt alike
      *> still come out unrelated) and the upper-cased real value.
       01 WSHashSeed                   PIC X(18).
       01 WSHashStamp.
           02 WSHashDate              PIC 9(08).
           02 WSHashTime               PIC 9(08).
           02 FILLER                   PIC X(02) VALUE "00".
       01 WSHashText                   PIC X(216).
       01 WSHashLength                 PIC 9(03) VALUE 61.
       01 WSHashKind                   PIC X(01).
       01 WSHashValue                  PIC X(60).
       01 WSHashResult                 PIC X(18).
       01 WSHashDigits REDEFINES WSHashResult.
           02 WSHashHigh              PIC 9(09).
           02 WSHashLow                PIC 9(09).
       01 WSPick                       PIC 9(02).

      *> Replacement work fields - the real value goes in, the
      *> made-up value comes out.
       01 WSNameIn                     PIC X(15).
       01 WSNameOut                    PIC X(15).
       01 WSFullIn                     PIC X(31).
       01 WSFullOut                    PIC X(31).
       01 WSFullFirst                  PIC X(15).
       01 WSFullLast                   PIC X(15).
       01 WSWord1                      PIC X(15).
       01 WSWord2                      PIC X(15).
       01 WSWord3                      PIC X(15).
       01 WSStreetIn                   PIC X(25).
       01 WSStreetOut                  PIC X(25).
       01 WSHouseNumber                PIC 9(04).
       01 WSPhoneIn                    PIC 9(10).
       01 WSPhoneOut                   PIC 9(10).
       01 WSAreaCode                   PIC 9(03).
       01 WSBirthDate.
           02 WSBirthMOB              PIC 9(02).
           02 WSBirthDOB               PIC 9(02).
           02 WSBirthYOB               PIC 9(04).
       01 WSTextIn                     PIC X(60).
       01 WSTextOut                    PIC X(60).
       01 WSTokenIn                    PIC X(11).
       01 WSAccountOut                 PIC X(17).
       01 WSEmailIn                    PIC X(50).
       01 WSEmailOut                   PIC X(50).
       01 WSTINIn                      PIC 9(09).
       01 WSTINOut                     PIC 9(09).

       01 WSHistoryRecord.
           02 WSHistIDNum             PIC 9(05).
           02 WSHistEffDate            PIC 9(08).
           02 WSHistFirstName          PIC X(15).
           02 WSHistLastName           PIC X(15).
           02 WSHistStatus             PIC X(01).
           02 WSHistStreet             PIC X(25).
           02 WSHistCity               PIC X(15).
           02 WSHistState              PIC X(02).
           02 WSHistZip                PIC X(09).
           02 WSHistMOB                PIC 9(02).
           02 WSHistDOB                PIC 9(02).
           02 WSHistYOB                PIC 9(04).
           02 WSHistPhone              PIC 9(10).
           02 WSHistBalance            PIC S9(7)V99.
           02 WSHistOperator           PIC X(08).

       01 WSNoteRecord.
           02 WSNoteIDNum             PIC 9(05).
           02 WSNoteTimestamp          PIC X(08).
           02 WSNoteText               PIC X(60).
           02 WSNoteOperator           PIC X(08).

      *> Line-sequential files, with how each is carried across:
      *> V exactly, M master layout, H history layout, N notes.
       01 WSSeqTable.
           02 FILLER PIC X(21) VALUE "CustLedger.dat      V".
           02 FILLER PIC X(21) VALUE "BalControl.dat      V".
           02 FILLER PIC X(21) VALUE "DepControl.dat      V".
           02 FILLER PIC X(21) VALUE "DepositTrans.dat    V".
           02 FILLER PIC X(21) VALUE "ItemApply.dat       V".
           02 FILLER PIC X(21) VALUE "MonthEndBal.dat     V".
           02 FILLER PIC X(21) VALUE "PeriodControl.dat   V".
           02 FILLER PIC X(21) VALUE "CustControl.dat     V".
           02 FILLER PIC X(21) VALUE "LayoutCtl.dat       V".
           02 FILLER PIC X(21) VALUE "PriorCustomer.dat   M".
           02 FILLER PIC X(21) VALUE "CustomerArchive.dat M".
           02 FILLER PIC X(21) VALUE "CustomerHistory.dat H".
           02 FILLER PIC X(21) VALUE "ArchHistory.dat     H".
           02 FILLER PIC X(21) VALUE "CustNotes.dat       N".
           02 FILLER PIC X(21) VALUE "ArchNotes.dat       N".
       01 WSSeqList REDEFINES WSSeqTable.
           02 WSSeqEntry OCCURS 15 TIMES.
               03 WSSeqFileName       PIC X(20).
               03 WSSeqFileKind        PIC X(01).

       01 WSFirstNameTable.
           02 FILLER PIC X(60) VALUE
               "John           Jane           Carlos         Maria".
           02 FILLER PIC X(60) VALUE
               "Wei            Aisha          Pierre         Olga".
           02 FILLER PIC X(60) VALUE
               "Samuel         Grace          Henry          Rosa".
           02 FILLER PIC X(60) VALUE
               "Louis          Edith          Frank          Vera".
           02 FILLER PIC X(60) VALUE
               "Thomas         Helen          Arthur         Nadia".
           02 FILLER PIC X(60) VALUE
               "Oscar          Ruth           Victor         Irene".
           02 FILLER PIC X(60) VALUE
               "Walter         Lucia          Martin         Agnes".
           02 FILLER PIC X(60) VALUE
               "Felix          Clara          Hugo           Sofia".
       01 WSFirstNameList REDEFINES WSFirstNameTable.
           02 WSFirstNamePick         PIC X(15) OCCURS 32 TIMES.

       01 WSLastNameTable.
           02 FILLER PIC X(60) VALUE
               "Smith          Garcia         Chen           Okafor".
           02 FILLER PIC X(60) VALUE
               "Dubois         Ivanova        Miller         Lopez".
           02 FILLER PIC X(60) VALUE
               "Johnson        Brown          Nguyen         Patel".
           02 FILLER PIC X(60) VALUE
               "Kowalski       Rossi          Tanaka         Adler".
           02 FILLER PIC X(60) VALUE
               "Fischer        Moreau         Larsen         Haddad".
           02 FILLER PIC X(60) VALUE
               "Novak          Sato           Mendez         Quinn".
           02 FILLER PIC X(60) VALUE
               "Weber          Castro         Lindqvist      Obi".
           02 FILLER PIC X(60) VALUE
               "Romano         Bauer          Kim            Doyle".
       01 WSLastNameList REDEFINES WSLastNameTable.
           02 WSLastNamePick          PIC X(15) OCCURS 32 TIMES.

       01 WSStreetTable.
           02 FILLER PIC X(60) VALUE
               "ELM ST         OAK AVE        MAPLE DR       PINE RD".
           02 FILLER PIC X(60) VALUE
               "CEDAR LN       BIRCH CT       WALNUT ST      ASH WAY".
           02 FILLER PIC X(60) VALUE
               "MILL RD        LAKE ST        HILL AVE       RIVER DR".
           02 FILLER PIC X(60) VALUE
               "PARK PL        MAIN ST        CHURCH ST      SCHOOL RD".
       01 WSStreetList REDEFINES WSStreetTable.
           02 WSStreetPick            PIC X(15) OCCURS 16 TIMES.

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSTotalRows
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           IF NOT WSRoleSupervisor
               DISPLAY "A rehearsal copy reads every customer's "
                   "personal data - sign on as a supervisor "
                   "through custmaint first."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSTotalRows
               GOBACK
           END-IF
           DISPLAY "Rehearsal directory (must already exist): "
               WITH NO ADVANCING
           ACCEPT WSRehearsalDir
           IF WSRehearsalDir = SPACES OR "." OR "./"
               DISPLAY "The rehearsal set must go to its own "
                   "directory - nothing copied."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSTotalRows
               GOBACK
           END-IF
           DISPLAY "THIS OVERWRITES the customer files in "
               WSRehearsalDir
           DISPLAY "Write the de-identified copy? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WSAnswer
           IF WSAnswer NOT = 'Y' AND WSAnswer NOT = 'y'
               DISPLAY "Nothing copied."
               CALL 'RUNLOG' USING WSProgramId, "END  ", WSTotalRows
               GOBACK
           END-IF
           ACCEPT WSHashDate FROM DATE YYYYMMDD
           ACCEPT WSHashTime FROM TIME
           MOVE WSHashStamp TO WSHashSeed
           DISPLAY "DE-IDENTIFIED REHEARSAL COPY"
           DISPLAY "============================"
           PERFORM Copy-Customer-Master
           PERFORM Copy-Name-Index
           PERFORM Copy-Contacts
           PERFORM Copy-Autopay
           PERFORM Copy-Bank-Vault
           PERFORM Copy-Diary
           PERFORM Copy-Guarantors
           PERFORM Copy-Alt-Addresses
           PERFORM Copy-Future-Addresses
           PERFORM Copy-Email
           PERFORM Copy-TINs
           PERFORM Copy-Keyed-Exact-Files
           PERFORM Copy-Seq-File
               VARYING WSFileSub FROM 1 BY 1 UNTIL WSFileSub > 15
           DISPLAY "============================"
           DISPLAY WSFileCount " file(s), " WSTotalRows
               " row(s) written to " WSRehearsalDir
           DISPLAY "Rebuild CustFlags.dat, LedgSummary.dat and "
               "CustHistIx.dat there (flagbuild, ledgsumbld, "
               "histconvert) before the rehearsal night."
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSTotalRows
           GOBACK.

      *> Each keyed file is unloaded to the work file - scrambled on
      *> the way where it carries anything personal - then the
      *> dynamic name is switched to the rehearsal directory and the
      *> work file loaded back.  Loading is by key, since a made-up
      *> name sorts differently from the real one.

       Build-Rehearsal-Name.
           MOVE SPACES TO WSSideName
           STRING WSRehearsalDir DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WSSideBase DELIMITED BY SPACE
               INTO WSSideName
           END-STRING.

       Start-Side-File.
           MOVE WSSideBase TO WSSideName
           MOVE 0 TO WSRowCount
           MOVE 0 TO WSDupCount
           MOVE 'N' TO WSEOF.

       Open-Work-Output.
           OPEN OUTPUT WorkFile
           IF WSWorkStatus NOT = "00"
               DISPLAY "Cannot open DeidentWork.dat - status "
                   WSWorkStatus
               PERFORM File-Error-Abend
           END-IF.

       Switch-To-Rehearsal.
           CLOSE WorkFile
           PERFORM Build-Rehearsal-Name
           OPEN INPUT WorkFile
           MOVE 'N' TO WSEOF.

       Check-Rehearsal-Open.
           IF WSSideStatus NOT = "00"
               DISPLAY "Cannot create " WSSideName " - status "
                   WSSideStatus
               DISPLAY "Create the rehearsal directory first."
               PERFORM File-Error-Abend
           END-IF.

       Report-Side-File.
           CLOSE WorkFile
           ADD 1 TO WSFileCount
           ADD WSRowCount TO WSTotalRows
           DISPLAY "  " WSSideBase " " WSRowCount " row(s)"
           IF WSDupCount > 0
               DISPLAY "    " WSDupCount " row(s) dropped - made-up "
                   "key already present"
           END-IF.

       Report-Not-Present.
           DISPLAY "  " WSSideBase " not present - not copied".

       Copy-Customer-Master.
           MOVE "Customer.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT CustomerFile
           IF WSSideStatus NOT = "00"
               DISPLAY "CustomerFile I/O error - status "
                   WSSideStatus
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           PERFORM Open-Work-Output
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD Balance TO WSBalanceIn
                       MOVE CustomerRecord TO WSCustomerRecord
                       PERFORM Scramble-Customer-Fields
                       WRITE WorkRecord FROM WSCustomerRecord
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           PERFORM Switch-To-Rehearsal
           OPEN OUTPUT CustomerFile
           PERFORM Check-Rehearsal-Open
           PERFORM UNTIL WSEOF = 'Y'
               READ WorkFile INTO CustomerRecord
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       WRITE CustomerRecord
                           INVALID KEY ADD 1 TO WSDupCount
                           NOT INVALID KEY
                               ADD 1 TO WSRowCount
                               ADD Balance TO WSBalanceOut
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           PERFORM Report-Side-File
           MOVE WSBalanceIn TO WSBalanceEdit
           DISPLAY "    master balance total " WSBalanceEdit
               " in production"
           MOVE WSBalanceOut TO WSBalanceEdit
           DISPLAY "    master balance total " WSBalanceEdit
               " in the rehearsal copy"
           IF WSBalanceOut NOT = WSBalanceIn
               DISPLAY "Rehearsal master does not tie to production."
               PERFORM File-Error-Abend
           END-IF.

       Copy-Name-Index.
           MOVE "CustNameIx.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT NameIndexFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ NameIndexFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           PERFORM Scramble-Name-Index
                           WRITE WorkRecord FROM NameIndexRecord
                   END-READ
               END-PERFORM
               CLOSE NameIndexFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT NameIndexFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO NameIndexRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE NameIndexRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE NameIndexFile
               PERFORM Report-Side-File
           END-IF.

       Copy-Contacts.
           MOVE "CustContact.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT ContactFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ ContactFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE CCName TO WSFullIn
                           PERFORM Fake-Full-Name
                           MOVE WSFullOut TO CCName
                           MOVE CCPhone TO WSPhoneIn
                           PERFORM Fake-Phone
                           MOVE WSPhoneOut TO CCPhone
                           WRITE WorkRecord FROM ContactRecord
                   END-READ
               END-PERFORM
               CLOSE ContactFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT ContactFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO ContactRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE ContactRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ContactFile
               PERFORM Report-Side-File
           END-IF.

      *> The enrollment keeps its vault token and routing number;
      *> only the last four digits change, taken from the same
      *> made-up account Copy-Bank-Vault puts behind the token.

       Copy-Autopay.
           MOVE "AutopayEnroll.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT AutopayFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               CALL 'LAYOUTCK' USING LVAutopayMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ AutopayFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF APAcctToken NOT = SPACES
                               MOVE APAcctToken TO WSTokenIn
                               PERFORM Fake-Account
                               MOVE WSAccountOut(7:4) TO APAcctLast4
                           END-IF
                           WRITE WorkRecord FROM AutopayRecord
                   END-READ
               END-PERFORM
               CLOSE AutopayFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT AutopayFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO AutopayRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE AutopayRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE AutopayFile
               PERFORM Report-Side-File
           END-IF.

       Copy-Bank-Vault.
           MOVE "BankVault.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT VaultFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ VaultFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE BVToken TO WSTokenIn
                           PERFORM Fake-Account
                           MOVE WSAccountOut TO BVAccount
                           WRITE WorkRecord FROM VaultRecord
                   END-READ
               END-PERFORM
               CLOSE VaultFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT VaultFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO VaultRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE VaultRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE VaultFile
               PERFORM Report-Side-File
           END-IF.

       Copy-Diary.
           MOVE "CustDiary.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT DiaryFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ DiaryFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE DiText TO WSTextIn
                           PERFORM Fake-Note-Text
                           MOVE WSTextOut TO DiText
                           WRITE WorkRecord FROM DiaryRecord
                   END-READ
               END-PERFORM
               CLOSE DiaryFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT DiaryFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO DiaryRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE DiaryRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DiaryFile
               PERFORM Report-Side-File
           END-IF.

      *> A guarantor who is also a customer gets the same made-up
      *> name as their master record, word for word (see
      *> Fake-Full-Name); GTGuarIDNum is copied as it stands.

       Copy-Guarantors.
           MOVE "Guarantor.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT GuarantorFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ GuarantorFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE GTName TO WSFullIn
                           PERFORM Fake-Full-Name
                           MOVE WSFullOut TO GTName
                           MOVE GTStreet TO WSStreetIn
                           PERFORM Fake-Street
                           MOVE WSStreetOut TO GTStreet
                           MOVE GTPhone TO WSPhoneIn
                           PERFORM Fake-Phone
                           MOVE WSPhoneOut TO GTPhone
                           WRITE WorkRecord FROM GuarantorRecord
                   END-READ
               END-PERFORM
               CLOSE GuarantorFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT GuarantorFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO GuarantorRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE GuarantorRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE GuarantorFile
               PERFORM Report-Side-File
           END-IF.

       Copy-Alt-Addresses.
           MOVE "CustAltAddr.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT AltAddrFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ AltAddrFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE AAStreet TO WSStreetIn
                           PERFORM Fake-Street
                           MOVE WSStreetOut TO AAStreet
                           WRITE WorkRecord FROM AltAddrRecord
                   END-READ
               END-PERFORM
               CLOSE AltAddrFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT AltAddrFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO AltAddrRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE AltAddrRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE AltAddrFile
               PERFORM Report-Side-File
           END-IF.

       Copy-Future-Addresses.
           MOVE "FutureAddr.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT FutureAddrFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ FutureAddrFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE FAStreet TO WSStreetIn
                           PERFORM Fake-Street
                           MOVE WSStreetOut TO FAStreet
                           WRITE WorkRecord FROM FutureAddrRecord
                   END-READ
               END-PERFORM
               CLOSE FutureAddrFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT FutureAddrFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO FutureAddrRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE FutureAddrRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FutureAddrFile
               PERFORM Report-Side-File
           END-IF.

       Copy-Email.
           MOVE "CustEmail.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT EmailFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ EmailFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE EMAddress TO WSEmailIn
                           PERFORM Fake-Email
                           MOVE WSEmailOut TO EMAddress
                           WRITE WorkRecord FROM EmailRecord
                   END-READ
               END-PERFORM
               CLOSE EmailFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT EmailFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO EmailRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE EmailRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE EmailFile
               PERFORM Report-Side-File
           END-IF.

       Copy-TINs.
           MOVE "CustTIN.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT TINFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ TINFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE TINumber TO WSTINIn
                           PERFORM Fake-TIN
                           MOVE WSTINOut TO TINumber
                           WRITE WorkRecord FROM TINRecord
                   END-READ
               END-PERFORM
               CLOSE TINFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT TINFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO TINRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE TINRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE TINFile
               PERFORM Report-Side-File
           END-IF.

      *> The keyed side files with nothing personal on them go
      *> across exactly, through the same unload and reload.

       Copy-Keyed-Exact-Files.
           MOVE "Deposit.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT DepositFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ DepositFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM DepositRecord
                   END-READ
               END-PERFORM
               CLOSE DepositFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT DepositFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO DepositRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE DepositRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DepositFile
               PERFORM Report-Side-File
           END-IF
           MOVE "DunningLevel.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT DunningFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ DunningFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM DunningRecord
                   END-READ
               END-PERFORM
               CLOSE DunningFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT DunningFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO DunningRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE DunningRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DunningFile
               PERFORM Report-Side-File
           END-IF
           MOVE "Dispute.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT DisputeFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ DisputeFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM DisputeRecord
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT DisputeFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO DisputeRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE DisputeRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
               PERFORM Report-Side-File
           END-IF
           MOVE "PayPlan.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT PayPlanFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ PayPlanFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM PayPlanRecord
                   END-READ
               END-PERFORM
               CLOSE PayPlanFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT PayPlanFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO PayPlanRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE PayPlanRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PayPlanFile
               PERFORM Report-Side-File
           END-IF
           MOVE "LegalHold.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT LegalHoldFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ LegalHoldFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM LegalHoldRecord
                   END-READ
               END-PERFORM
               CLOSE LegalHoldFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT LegalHoldFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO LegalHoldRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE LegalHoldRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE LegalHoldFile
               PERFORM Report-Side-File
           END-IF
           MOVE "AgencyPlace.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT AgencyPlaceFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ AgencyPlaceFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM AgencyPlaceRecord
                   END-READ
               END-PERFORM
               CLOSE AgencyPlaceFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT AgencyPlaceFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO AgencyPlaceRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE AgencyPlaceRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE AgencyPlaceFile
               PERFORM Report-Side-File
           END-IF
           MOVE "BadAddress.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT BadAddressFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ BadAddressFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM BadAddressRecord
                   END-READ
               END-PERFORM
               CLOSE BadAddressFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT BadAddressFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO BadAddressRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE BadAddressRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE BadAddressFile
               PERFORM Report-Side-File
           END-IF
           MOVE "CreditLimit.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT CreditLimitFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ CreditLimitFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM CreditLimitRecord
                   END-READ
               END-PERFORM
               CLOSE CreditLimitFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT CreditLimitFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO CreditLimitRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE CreditLimitRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CreditLimitFile
               PERFORM Report-Side-File
           END-IF
           MOVE "OpenItems.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT OpenItemFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               CALL 'LAYOUTCK' USING LVOpenItemMaster, LVResult
               IF LVMismatch
                   PERFORM File-Error-Abend
               END-IF
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ OpenItemFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM OpenItemRecord
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT OpenItemFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO OpenItemRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE OpenItemRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
               PERFORM Report-Side-File
           END-IF
           MOVE "RecurCharge.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT ChargeFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ ChargeFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM ChargeRecord
                   END-READ
               END-PERFORM
               CLOSE ChargeFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT ChargeFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO ChargeRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE ChargeRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ChargeFile
               PERFORM Report-Side-File
           END-IF
           MOVE "Hardship.dat" TO WSSideBase
           PERFORM Start-Side-File
           OPEN INPUT HardshipFile
           IF WSSideStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Open-Work-Output
               PERFORM UNTIL WSEOF = 'Y'
                   READ HardshipFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE WorkRecord FROM HardshipRecord
                   END-READ
               END-PERFORM
               CLOSE HardshipFile
               PERFORM Switch-To-Rehearsal
               OPEN OUTPUT HardshipFile
               PERFORM Check-Rehearsal-Open
               PERFORM UNTIL WSEOF = 'Y'
                   READ WorkFile INTO HardshipRecord
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE HardshipRecord
                               INVALID KEY ADD 1 TO WSDupCount
                               NOT INVALID KEY ADD 1 TO WSRowCount
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE HardshipFile
               PERFORM Report-Side-File
           END-IF.

      *> The line-sequential files are copied row for row, in their
      *> own order, through WSSeqTable.

       Copy-Seq-File.
           MOVE WSSeqFileName(WSFileSub) TO WSSideBase
           MOVE WSSeqFileKind(WSFileSub) TO WSSeqKind
           MOVE WSSideBase TO WSSeqInName
           MOVE 0 TO WSRowCount
           MOVE 'N' TO WSEOF
           OPEN INPUT SeqInFile
           IF WSSeqInStatus NOT = "00"
               PERFORM Report-Not-Present
           ELSE
               PERFORM Build-Rehearsal-Name
               MOVE WSSideName TO WSSeqOutName
               OPEN OUTPUT SeqOutFile
               IF WSSeqOutStatus NOT = "00"
                   MOVE WSSeqOutStatus TO WSSideStatus
                   PERFORM Check-Rehearsal-Open
               END-IF
               PERFORM UNTIL WSEOF = 'Y'
                   READ SeqInFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Copy-Seq-Row
                   END-READ
               END-PERFORM
               CLOSE SeqOutFile
               CLOSE SeqInFile
               ADD 1 TO WSFileCount
               ADD WSRowCount TO WSTotalRows
               DISPLAY "  " WSSideBase " " WSRowCount " row(s)"
           END-IF.

       Copy-Seq-Row.
           EVALUATE TRUE
               WHEN WSSeqMasterLayout
                   MOVE SeqInRecord TO WSCustomerRecord
                   PERFORM Scramble-Customer-Fields
                   MOVE SPACES TO SeqOutRecord
                   MOVE WSCustomerRecord TO SeqOutRecord
               WHEN WSSeqHistory
                   MOVE SeqInRecord TO WSHistoryRecord
                   PERFORM Scramble-History-Fields
                   MOVE SPACES TO SeqOutRecord
                   MOVE WSHistoryRecord TO SeqOutRecord
               WHEN WSSeqNotes
                   MOVE SeqInRecord TO WSNoteRecord
                   MOVE WSNoteText TO WSTextIn
                   PERFORM Fake-Note-Text
                   MOVE WSTextOut TO WSNoteText
                   MOVE SPACES TO SeqOutRecord
                   MOVE WSNoteRecord TO SeqOutRecord
               WHEN OTHER
                   MOVE SeqInRecord TO SeqOutRecord
           END-EVALUATE
           WRITE SeqOutRecord
           ADD 1 TO WSRowCount.

      *> The personal fields of one master-layout record
      *> (Customer.dat, PriorCustomer.dat, CustomerArchive.dat).

       Scramble-Customer-Fields.
           MOVE WSFirstName TO WSNameIn
           PERFORM Fake-First-Name
           MOVE WSNameOut TO WSFirstName
           MOVE WSLastName TO WSNameIn
           PERFORM Fake-Last-Name
           MOVE WSNameOut TO WSLastName
           MOVE WSStreet TO WSStreetIn
           PERFORM Fake-Street
           MOVE WSStreetOut TO WSStreet
           MOVE WSPhone TO WSPhoneIn
           PERFORM Fake-Phone
           MOVE WSPhoneOut TO WSPhone
           MOVE WSMOB TO WSBirthMOB
           MOVE WSDOB TO WSBirthDOB
           MOVE WSYOB TO WSBirthYOB
           PERFORM Fake-Birth-Day
           MOVE WSBirthDOB TO WSDOB.

       Scramble-History-Fields.
           MOVE WSHistFirstName TO WSNameIn
           PERFORM Fake-First-Name
           MOVE WSNameOut TO WSHistFirstName
           MOVE WSHistLastName TO WSNameIn
           PERFORM Fake-Last-Name
           MOVE WSNameOut TO WSHistLastName
           MOVE WSHistStreet TO WSStreetIn
           PERFORM Fake-Street
           MOVE WSStreetOut TO WSHistStreet
           MOVE WSHistPhone TO WSPhoneIn
           PERFORM Fake-Phone
           MOVE WSPhoneOut TO WSHistPhone
           MOVE WSHistMOB TO WSBirthMOB
           MOVE WSHistDOB TO WSBirthDOB
           MOVE WSHistYOB TO WSBirthYOB
           PERFORM Fake-Birth-Day
           MOVE WSBirthDOB TO WSHistDOB.

      *> The name index carries the master's names and phone, so
      *> the same replacements keep every entry pointing at its
      *> customer; the soundex key is rebuilt for the new name.

       Scramble-Name-Index.
           MOVE NXFirstName TO WSNameIn
           PERFORM Fake-First-Name
           MOVE WSNameOut TO NXFirstName
           MOVE NXLastName TO WSNameIn
           PERFORM Fake-Last-Name
           MOVE WSNameOut TO NXLastName
           MOVE NXPhone TO WSPhoneIn
           PERFORM Fake-Phone
           MOVE WSPhoneOut TO NXPhone
           CALL 'SOUNDX' USING NXLastName, NXSoundex.

      *> The replacements.  A blank or zero real value stays blank
      *> or zero, so an erased customer stays erased and a missing
      *> birth day stays missing.

       Hash-Value.
           MOVE SPACES TO WSHashText
           MOVE WSHashKind TO WSHashText(1:1)
           MOVE FUNCTION UPPER-CASE(WSHashValue) TO WSHashText(2:60)
           CALL 'CHAINHSH' USING WSHashSeed, WSHashText,
               WSHashLength, WSHashResult.

       Fake-First-Name.
           IF WSNameIn = SPACES
               MOVE SPACES TO WSNameOut
           ELSE
               MOVE "F" TO WSHashKind
               MOVE WSNameIn TO WSHashValue
               PERFORM Hash-Value
               COMPUTE WSPick = FUNCTION MOD(WSHashLow, 32) + 1
               MOVE WSFirstNamePick(WSPick) TO WSNameOut
           END-IF.

       Fake-Last-Name.
           IF WSNameIn = SPACES
               MOVE SPACES TO WSNameOut
           ELSE
               MOVE "L" TO WSHashKind
               MOVE WSNameIn TO WSHashValue
               PERFORM Hash-Value
               COMPUTE WSPick = FUNCTION MOD(WSHashLow, 32) + 1
               MOVE WSLastNamePick(WSPick) TO WSNameOut
           END-IF.

      *> A free-form "First Last" name (contacts, guarantors) is
      *> replaced word by word - first word as a first name, last
      *> word as a last name, any middle word dropped - so it
      *> comes out as the master record of the same person does.

       Fake-Full-Name.
           MOVE SPACES TO WSFullOut
           IF WSFullIn NOT = SPACES
               MOVE SPACES TO WSWord1 WSWord2 WSWord3
               UNSTRING WSFullIn DELIMITED BY ALL SPACE
                   INTO WSWord1 WSWord2 WSWord3
               END-UNSTRING
               MOVE SPACES TO WSFullFirst
               EVALUATE TRUE
                   WHEN WSWord3 NOT = SPACES
                       MOVE WSWord1 TO WSNameIn
                       PERFORM Fake-First-Name
                       MOVE WSNameOut TO WSFullFirst
                       MOVE WSWord3 TO WSNameIn
                   WHEN WSWord2 NOT = SPACES
                       MOVE WSWord1 TO WSNameIn
                       PERFORM Fake-First-Name
                       MOVE WSNameOut TO WSFullFirst
                       MOVE WSWord2 TO WSNameIn
                   WHEN OTHER
                       MOVE WSWord1 TO WSNameIn
               END-EVALUATE
               PERFORM Fake-Last-Name
               MOVE WSNameOut TO WSFullLast
               IF WSFullFirst = SPACES
                   MOVE WSFullLast TO WSFullOut
               ELSE
                   STRING WSFullFirst DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WSFullLast DELIMITED BY SPACE
                       INTO WSFullOut
                   END-STRING
               END-IF
           END-IF.

       Fake-Street.
           MOVE SPACES TO WSStreetOut
           IF WSStreetIn NOT = SPACES
               MOVE "S" TO WSHashKind
               MOVE WSStreetIn TO WSHashValue
               PERFORM Hash-Value
               COMPUTE WSHouseNumber =
                   FUNCTION MOD(WSHashHigh, 9000) + 1000
               COMPUTE WSPick = FUNCTION MOD(WSHashLow, 16) + 1
               STRING WSHouseNumber DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSStreetPick(WSPick) DELIMITED BY "  "
                   INTO WSStreetOut
               END-STRING
           END-IF.

       Fake-Phone.
           MOVE 0 TO WSPhoneOut
           IF WSPhoneIn NOT = 0
               MOVE "P" TO WSHashKind
               MOVE WSPhoneIn TO WSHashValue
               PERFORM Hash-Value
               DIVIDE WSPhoneIn BY 10000000 GIVING WSAreaCode
               COMPUTE WSPhoneOut = WSAreaCode * 10000000
                   + 5550000 + FUNCTION MOD(WSHashLow, 10000)
           END-IF.

       Fake-Birth-Day.
           IF WSBirthDOB NOT = 0
               MOVE "B" TO WSHashKind
               MOVE WSBirthDate TO WSHashValue
               PERFORM Hash-Value
               COMPUTE WSBirthDOB = FUNCTION MOD(WSHashLow, 28) + 1
           END-IF.

       Fake-Note-Text.
           EVALUATE TRUE
               WHEN WSTextIn = SPACES
               WHEN WSTextIn(1:14) = "DUNNING NOTICE"
               WHEN WSTextIn(1:14) = "HARDSHIP ENDS "
                   MOVE WSTextIn TO WSTextOut
               WHEN OTHER
                   MOVE "N" TO WSHashKind
                   MOVE WSTextIn TO WSHashValue
                   PERFORM Hash-Value
                   MOVE SPACES TO WSTextOut
                   STRING "REHEARSAL NOTE " DELIMITED BY SIZE
                       WSHashLow DELIMITED BY SIZE
                       INTO WSTextOut
                   END-STRING
           END-EVALUATE.

      *> The made-up account behind a vault token - the same token
      *> always gives the same ten digits, in BankVault.dat and in
      *> the enrollment's last four alike.

       Fake-Account.
           MOVE "A" TO WSHashKind
           MOVE WSTokenIn TO WSHashValue
           PERFORM Hash-Value
           MOVE SPACES TO WSAccountOut
           STRING "9" DELIMITED BY SIZE
               WSHashLow DELIMITED BY SIZE
               INTO WSAccountOut
           END-STRING.

       Fake-Email.
           MOVE SPACES TO WSEmailOut
           IF WSEmailIn NOT = SPACES
               MOVE "E" TO WSHashKind
               MOVE WSEmailIn TO WSHashValue
               PERFORM Hash-Value
               STRING "c" DELIMITED BY SIZE
                   WSHashLow DELIMITED BY SIZE
                   "@example.com" DELIMITED BY SIZE
                   INTO WSEmailOut
               END-STRING
           END-IF.

       Fake-TIN.
           MOVE 0 TO WSTINOut
           IF WSTINIn NOT = 0
               MOVE "T" TO WSHashKind
               MOVE WSTINIn TO WSHashValue
               PERFORM Hash-Value
               MOVE WSHashLow TO WSTINOut
           END-IF.

       File-Error-Abend.
           DISPLAY "De-identified copy abandoned - the rehearsal "
               "set in " WSRehearsalDir " is incomplete."
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSTotalRows
           MOVE 16 TO RETURN-CODE
           GOBACK.
