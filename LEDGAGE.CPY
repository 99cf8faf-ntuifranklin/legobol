      *> LEDGAGE.CPY
      *> One customer's ledger position as LEDGAGE answers it from
      *> LedgSummary.dat (LEDGSUM.CPY): the ledger net, every
      *> debit aged into current / 30 / 60 / 90+ day buckets as of
      *> the caller's date, the credits to be applied against them,
      *> and the latest payment.  AAAnswered is off when the summary
      *> has not been built - the caller then reads the ledger
      *> itself, as it always did.
       01 LedgAgeAnswer.
           02 AAFoundFlag             PIC X(01).
               88 AAAnswered           VALUE 'Y'.
           02 AANet                   PIC S9(09)V99.
           02 AACurrent               PIC 9(09)V99.
           02 AA30                    PIC 9(09)V99.
           02 AA60                    PIC 9(09)V99.
           02 AA90                    PIC 9(09)V99.
           02 AACredits               PIC 9(09)V99.
           02 AARowCount              PIC 9(07).
           02 AALastPayDate           PIC 9(08).
           02 AALastPayAmount         PIC 9(07)V99.
