      *> mcattml - ticket link record for mcattkm.dat, one per
      *> version transition in mcatvhst.dat, carrying the history
      *> record's own fields and the ticket mcattkm tied it to.
      *> tml-verdict is OK (approved ticket, inside its window), WIN
      *> (ticket for that version, transition outside its window) or
      *> NTK (no approved ticket for that version, tml-ticket blank).
       01  tml-record.
           20 tml-module-id         pic x(32).
           20 filler                pic x(01).
           20 tml-run-date          pic x(08).
           20 filler                pic x(01).
           20 tml-old-version       pic x(08).
           20 filler                pic x(01).
           20 tml-new-version       pic x(08).
           20 filler                pic x(01).
           20 tml-action            pic x(01).
           20 filler                pic x(01).
           20 tml-operator          pic x(10).
           20 filler                pic x(01).
           20 tml-ticket            pic x(12).
           20 filler                pic x(01).
           20 tml-verdict           pic x(03).
