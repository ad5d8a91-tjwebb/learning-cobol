      *> mcatcsl - compile-status master record for mcatcst.dat,
      *> keyed by module-id, one record per module ever rebuilt by
      *> mcatbld. cst-outcome is G when the last compile ended rc 0,
      *> F when it failed; cst-return-code, cst-warnings, cst-stamp
      *> and cst-fingerprint describe that last attempt. the
      *> cst-good- fields hold the stamp and source fingerprint of
      *> the last successful compile, folded the way mcatdrv folds
      *> the prints it files in mcatfpr.dat, so mcatbst can tell
      *> whether what was built is what the library now holds.
       01  cst-record.
           20 cst-module-id         pic x(32).
           20 filler                pic x(01).
           20 cst-source            pic x(80).
           20 filler                pic x(01).
           20 cst-outcome           pic x(01).
           20 filler                pic x(01).
           20 cst-return-code       pic 9(03).
           20 filler                pic x(01).
           20 cst-warnings          pic 9(05).
           20 filler                pic x(01).
           20 cst-stamp             pic x(21).
           20 filler                pic x(01).
           20 cst-fingerprint       pic 9(09).
           20 filler                pic x(01).
           20 cst-good-stamp        pic x(21).
           20 filler                pic x(01).
           20 cst-good-print        pic 9(09).
           20 filler                pic x(01).
           20 cst-operator          pic x(10).
