      *> Contact-preference check subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PREFCHK.
      *> Answers "may we make this contact with this customer?" for
      *> every outbound run, from the customer's row on
      *> CommPref.dat (maintained by prefmaint.cob) - same
      *> open/keyed-read/close-per-call shape as PLANSTAT.  LClass
      *> names the kind of contact:
      *>   R  a required notice (dunning, price change, renewal) -
      *>      never suppressed; marketing preferences do not reach
      *>      it.
      *>   M  marketing mail - suppressed when the customer opted
      *>      out of marketing mail.
      *>   C  a call a collector dials by hand - suppressed when
      *>      the customer asked not to be called at all, or when
      *>      LPhone is the work number they asked us not to ring.
      *>   A  an autodialed call - as C, and also suppressed once
      *>      the customer has revoked consent to autodialed calls.
      *> A do-not-call flag on the older DoNotCall.dat (DNCSTAT,
      *> dncmaint.cob) counts the same as the registry's own.  LFlag
      *> comes back 'Y' when the contact must not be made, with a
      *> short reason in LReason for the caller's PREFLOG row.  For
      *> the call classes LCallFrom/LCallTo return the customer's
      *> calling window (HHMM, zeros when they set none).  No row
      *> means no preferences recorded - nothing is suppressed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrefFile ASSIGN TO "CommPref.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CPIDNum
               FILE STATUS IS WSPrefStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout prefmaint.cob writes.
       FD PrefFile.
       01 PrefRecord.
           02 CPIDNum                 PIC 9(05).
           02 CPNoCall                 PIC X(01).
               88 CPDoNotCall          VALUE 'Y'.
           02 CPNoCallDate             PIC 9(08).
           02 CPNoCallSource           PIC X(01).
           02 CPNoWorkCall             PIC X(01).
               88 CPNotAtWork          VALUE 'Y'.
           02 CPWorkPhone              PIC 9(10).
           02 CPNoWorkDate             PIC 9(08).
           02 CPNoWorkSource           PIC X(01).
           02 CPNoMarketing            PIC X(01).
               88 CPNoMarketingMail    VALUE 'Y'.
           02 CPNoMarketDate           PIC 9(08).
           02 CPNoMarketSource         PIC X(01).
           02 CPCallFrom               PIC 9(04).
           02 CPCallTo                 PIC 9(04).
           02 CPWindowDate             PIC 9(08).
           02 CPWindowSource           PIC X(01).
           02 CPAutoConsent            PIC X(01).
               88 CPConsentGiven       VALUE 'Y'.
               88 CPConsentRevoked     VALUE 'N'.
           02 CPConsentDate            PIC 9(08).
           02 CPRevokeDate             PIC 9(08).
           02 CPConsentSource          PIC X(01).
           02 CPChangeDate             PIC 9(08).
           02 CPChangeOp               PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSPrefStatus                PIC X(02).
       01 WSPrefFoundFlag             PIC X(01).
           88 WSPrefFound              VALUE 'Y'.
       01 WSDncFlag                   PIC X(01).
           88 WSDoNotCall              VALUE 'Y'.

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LClass PIC X(01).
            88 LRequiredNotice       VALUE 'R'.
            88 LMarketingMail        VALUE 'M'.
            88 LManualCall           VALUE 'C'.
            88 LAutodialCall         VALUE 'A'.
        01 LPhone PIC 9(10).
        01 LFlag PIC X(01).
            88 LSuppress             VALUE 'Y'.
            88 LMayContact           VALUE 'N'.
        01 LReason PIC X(20).
        01 LCallFrom PIC 9(04).
        01 LCallTo PIC 9(04).

       PROCEDURE DIVISION USING LIDNum, LClass, LPhone, LFlag,
           LReason, LCallFrom, LCallTo.
       PREFCHK-Entry.
           SET LMayContact TO TRUE
           MOVE SPACES TO LReason
           MOVE 0 TO LCallFrom
           MOVE 0 TO LCallTo
           IF LRequiredNotice
               GOBACK
           END-IF
           MOVE 'N' TO WSPrefFoundFlag
           OPEN INPUT PrefFile
           IF WSPrefStatus = "00"
               MOVE LIDNum TO CPIDNum
               READ PrefFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WSPrefFound TO TRUE
               END-READ
               CLOSE PrefFile
           END-IF
           IF LMarketingMail
               IF WSPrefFound AND CPNoMarketingMail
                   SET LSuppress TO TRUE
                   MOVE "MARKETING OPT-OUT" TO LReason
               END-IF
               GOBACK
           END-IF
           CALL 'DNCSTAT' USING LIDNum, WSDncFlag
           EVALUATE TRUE
               WHEN WSDoNotCall
                   SET LSuppress TO TRUE
                   MOVE "DO NOT CALL" TO LReason
               WHEN NOT WSPrefFound
                   CONTINUE
               WHEN CPDoNotCall
                   SET LSuppress TO TRUE
                   MOVE "DO NOT CALL" TO LReason
               WHEN CPNotAtWork AND CPWorkPhone NOT = 0
                       AND LPhone = CPWorkPhone
                   SET LSuppress TO TRUE
                   MOVE "NO CALLS AT WORK" TO LReason
               WHEN LAutodialCall AND CPConsentRevoked
                   SET LSuppress TO TRUE
                   MOVE "AUTODIAL REVOKED" TO LReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSPrefFound
               MOVE CPCallFrom TO LCallFrom
               MOVE CPCallTo TO LCallTo
           END-IF
           GOBACK.
