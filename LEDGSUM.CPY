      *> LEDGSUM.CPY
      *> Per-customer ledger summary record - one row per IDNum per
      *> posting period (YYYYMM) on LedgSummary.dat, so a report that
      *> only needs a customer's totals reads a few keyed rows
      *> instead of the whole of CustLedger.dat.  LEDGPOST keeps the
      *> row current on every posting (LEDGSUM.cob); ledgsumbld.cob
      *> recreates the file from the ledger and ledgsumprf.cob proves
      *> it ties to the detail every night.
      *>   LSOpening     - the customer's ledger total before the
      *>                   period (zero for their first period);
      *>   LSDebits /    - the period's positive and negative rows,
      *>   LSCredits       both carried as positive amounts;
      *>   LSCodeEntry   - the same split by transaction code;
      *>   LSLastPay...  - the latest PY/AP/IV/CD/AC payment row;
      *>   LSAge...      - the period's debits in the current / 30 /
      *>                   60 / 90+ day buckets as of LSAgedAsOf;
      *>   LSDayEntry    - debits, credits and PY/AP plan payments
      *>                   by day of the month, so a reader can age
      *>                   the period as of any date.
      *> Key 00000/000000 is the control row: the date of the last
      *> rebuild and what it loaded.  Until a rebuild has written it
      *> the readers stay on the ledger.
       01 LedgSummaryRecord.
           02 LSKey.
               03 LSIDNum             PIC 9(05).
               03 LSPeriod            PIC 9(06).
           02 LSTotals.
               03 LSOpening           PIC S9(09)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               03 LSDebits            PIC 9(09)V99.
               03 LSCredits           PIC 9(09)V99.
               03 LSRowCount          PIC 9(05).
               03 LSLastPayDate       PIC 9(08).
               03 LSLastPayAmount     PIC 9(07)V99.
               03 LSAgedAsOf          PIC 9(08).
               03 LSAgeCurrent        PIC 9(09)V99.
               03 LSAge30             PIC 9(09)V99.
               03 LSAge60             PIC 9(09)V99.
               03 LSAge90             PIC 9(09)V99.
               03 LSCodeCount         PIC 9(02).
               03 LSCodeEntry OCCURS 30 TIMES.
                   04 LSCode          PIC X(02).
                   04 LSCodeDebits    PIC 9(09)V99.
                   04 LSCodeCredits   PIC 9(09)V99.
               03 LSDayEntry OCCURS 31 TIMES.
                   04 LSDayDebits     PIC 9(09)V99.
                   04 LSDayCredits    PIC 9(09)V99.
                   04 LSDayPlanPaid   PIC S9(09)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
           02 LSControl REDEFINES LSTotals.
               03 LSBuiltOn           PIC 9(08).
               03 LSBuildRows         PIC 9(09).
               03 LSBuildPostings     PIC 9(09).
               03 FILLER              PIC X(1858).
