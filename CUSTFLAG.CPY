      *> CUSTFLAG.CPY
      *> Consolidated customer-status flags record - one row per
      *> customer on CustFlags.dat, gathering what BADADDR,
      *> PLANSTAT, LEGALHLD, DISPSTAT, AGYSTAT, CREDGET, CYCLEGET,
      *> CLASSGET and GRPGET would each open a side file to answer.
      *> flagbuild.cob rebuilds the file at the start of the
      *> nightly chain and FLAGSET keeps a row current whenever a
      *> maintenance program changes a side file; FLAGGET answers
      *> the lookups from it in batch.  A customer with no row has
      *> no flags.  Key 00000 is the control row: the processing
      *> date and calendar date of the last rebuild, and the
      *> customers it flagged.
       01 CustFlagRecord.
           02 CFIDNum                 PIC 9(05).
           02 CFFlags.
               03 CFBadAddress        PIC X(01).
                   88 CFAddressBad     VALUE 'Y'.
               03 CFPlan              PIC X(01).
                   88 CFPlanCurrent    VALUE 'Y'.
               03 CFLegal             PIC X(01).
                   88 CFOnLegalHold    VALUE 'Y'.
               03 CFDispute           PIC X(01).
                   88 CFDisputeOpen    VALUE 'Y'.
               03 CFDisputeAmount     PIC 9(07)V99.
               03 CFAgency            PIC X(01).
                   88 CFPlaced         VALUE 'Y'.
               03 CFPlaceDate         PIC 9(08).
               03 CFCredit            PIC X(01).
                   88 CFLimitFound     VALUE 'Y'.
               03 CFLimit             PIC 9(07)V99.
               03 CFCycle             PIC 9(02).
               03 CFClass             PIC X(02).
               03 CFGroup             PIC X(01).
                   88 CFInGroup        VALUE 'Y'.
               03 CFLeadID            PIC 9(05).
           02 CFControl REDEFINES CFFlags.
               03 CFBuildProcDate     PIC 9(08).
               03 CFBuiltOn           PIC 9(08).
               03 CFBuildCount        PIC 9(07).
               03 FILLER              PIC X(19).
