      *> LAYOUTVR.CPY
      *> Record-layout versions of the keyed masters, as this program
      *> was compiled.  LAYOUTCK compares an entry with the version
      *> the file itself was last written under (LayoutCtl.dat) as
      *> the file is opened, and a program built for one layout
      *> never reads a master written under another.  Whoever
      *> changes CUSTREC.CPY (and its WSCUSTREC / SRTCUSTR /
      *> PRIORCUST mirrors), CUSTFLAG.CPY or LEDGSUM.CPY bumps the
      *> version and length here in the same change, adds the
      *> field mapping to LayoutMap.dat, and runs layoutcnv.cob (or,
      *> for the two rebuilt files, their rebuild) before the
      *> recompiled programs go live.
      *> AutopayEnroll.dat and OpenItems.dat are at version 2 - the
      *> tokenized account with the prenote fields, and the item
      *> with its invoice number.  Version 1 (no control record) is
      *> the layout before; vaultconvert.cob and oiconvert.cob
      *> rebuild them and stamp version 2.
       01 LayoutVersions.
           02 LVCustomerMaster.
               03 LVCustFile          PIC X(20) VALUE "Customer.dat".
               03 LVCustVersion       PIC 9(03) VALUE 1.
               03 LVCustLength        PIC 9(05) VALUE 115.
           02 LVCustFlagMaster.
               03 LVFlagFile          PIC X(20) VALUE "CustFlags.dat".
               03 LVFlagVersion       PIC 9(03) VALUE 1.
               03 LVFlagLength        PIC 9(05) VALUE 47.
           02 LVLedgSumMaster.
               03 LVLedgFile          PIC X(20)
                   VALUE "LedgSummary.dat".
               03 LVLedgVersion       PIC 9(03) VALUE 1.
               03 LVLedgLength        PIC 9(05) VALUE 1895.
           02 LVAutopayMaster.
               03 LVAutopayFile       PIC X(20)
                   VALUE "AutopayEnroll.dat".
               03 LVAutopayVersion    PIC 9(03) VALUE 2.
               03 LVAutopayLength     PIC 9(05) VALUE 44.
           02 LVOpenItemMaster.
               03 LVItemFile          PIC X(20) VALUE "OpenItems.dat".
               03 LVItemVersion       PIC 9(03) VALUE 2.
               03 LVItemLength        PIC 9(05) VALUE 44.
           02 LVResult                PIC X(01).
               88 LVMatches            VALUE 'Y'.
               88 LVMismatch           VALUE 'M'.
