      *> RUNGUARD.CPY
      *> Run-guard record on RunGuard.dat (RUNGUARD.cob) - one row
      *> per charge-generating job per customer, naming the period
      *> or cycle that job last completed for the customer, so a
      *> rerun after a failure further down the chain cannot charge,
      *> escalate or debit the same customer twice.
      *>   RGPeriod      - the job's own period key, taken from
      *>                   the open accounting period (YYYYMM,
      *>                   PERIODCK) so that a rerun after
      *>                   midnight still matches: the period for
      *>                   recurgen, custinterest and dunning, the
      *>                   period and debit day for achdebit;
      *>   RGDoneStamp   - when the customer was completed;
      *>   RGOverride... - a supervisor's rerun override (lockutil
      *>                   .cob).  It lets through a customer
      *>                   completed BEFORE it was granted, once.
      *> Customer 00000 is the job's own row: the last period it
      *> completed anyone for, and an override covering every
      *> customer of the job.
       01 RunGuardRecord.
           02 RGKey.
               03 RGJob               PIC X(10).
               03 RGIDNum             PIC 9(05).
           02 RGPeriod                PIC X(08).
           02 RGDoneStamp.
               03 RGDoneDate          PIC 9(08).
               03 RGDoneTime          PIC 9(08).
           02 RGOverrideBy            PIC X(08).
           02 RGOverrideStamp.
               03 RGOverrideDate      PIC 9(08).
               03 RGOverrideTime      PIC 9(08).
