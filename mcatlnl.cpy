      *> mcatlnl - data-lineage record layout for mcatlin.dat.
      *> written by the mcatfla scan, one record per program,
      *> physical file and open mode; read by the lineage inquiry
      *> and the pre-chain order check. lin-mode is INPUT, OUTPUT,
      *> I-O or EXTEND - a sort's using files are filed as INPUT
      *> and its giving files as OUTPUT.
       01  lin-record.
           20 lin-module-id         pic x(32).
           20 filler                pic x(01).
           20 lin-file              pic x(20).
           20 filler                pic x(01).
           20 lin-mode              pic x(06).
           20 filler                pic x(01).
           20 lin-select-name       pic x(30).
