      *> mcatsvl - coding-standards violation record for
      *> mcatstdv.dat, one record per breach found by mcatstd.
      *> std-rule is the mcatstdr.dat rule code (HEADER, MAXCOL,
      *> NOTABS, EXITPAIR, ENDVERB, DSNEXT), std-severity its E or W
      *> and std-line the source line, zero for a breach of the
      *> member as a whole such as a missing header remark.
       01  std-violation-record.
           20 std-module-id         pic x(32).
           20 filler                pic x(01).
           20 std-line              pic 9(05).
           20 filler                pic x(01).
           20 std-rule              pic x(08).
           20 filler                pic x(01).
           20 std-severity          pic x(01).
           20 filler                pic x(01).
           20 std-text              pic x(60).
