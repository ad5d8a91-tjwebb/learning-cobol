      *> mcatsnl - catalog-state snapshot list record for
      *> mcatsnpl.dat, one record per file per snapshot. snl-state
      *> is P when the live file was present and copied to
      *> snl-copy-file with snl-count records, A when it was absent
      *> at snapshot time (so a restore removes it). written by
      *> mcatsnp, read by mcatrst to put the state set back.
       01  snl-record.
           20 snl-snapshot-id       pic x(12).
           20 filler                pic x(01).
           20 snl-file              pic x(12).
           20 filler                pic x(01).
           20 snl-copy-file         pic x(16).
           20 filler                pic x(01).
           20 snl-state             pic x(01).
           20 filler                pic x(01).
           20 snl-count             pic 9(07).
           20 filler                pic x(01).
           20 snl-stamp             pic x(21).
           20 filler                pic x(01).
           20 snl-operator          pic x(10).
