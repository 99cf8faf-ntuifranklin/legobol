      *> State name, added for the geographic reporting - this
      *> routine's range check never looks at it.
           02 SZName                   PIC X(15).
      *> Statute-of-limitations period on delinquent debt, in
      *> years, for limitupd.cob.
           02 SZLimitYears             PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WSTableStatus               PIC X(02).
