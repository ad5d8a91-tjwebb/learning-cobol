      *> mcatprl - promotion history record for mcatprh.dat, one
      *> record per member mcatprm has moved from one library to
      *> another, appended in run order. prh-kind is M for a
      *> registered module and C for a copybook some module copies;
      *> prh-fingerprint is the member's content print at the move,
      *> folded the way mcatdrv folds the prints it files in
      *> mcatfpr.dat, so a later promotion can tell whether what
      *> went up is what the from-library holds now. the newest
      *> record for a member and to-library is what that library
      *> carries.
       01  prh-record.
           20 prh-module-id         pic x(32).
           20 filler                pic x(01).
           20 prh-kind              pic x(01).
           20 filler                pic x(01).
           20 prh-from-lib          pic x(08).
           20 filler                pic x(01).
           20 prh-to-lib            pic x(08).
           20 filler                pic x(01).
           20 prh-version           pic x(08).
           20 filler                pic x(01).
           20 prh-date              pic x(08).
           20 filler                pic x(01).
           20 prh-operator          pic x(10).
           20 filler                pic x(01).
           20 prh-fingerprint       pic 9(09).
