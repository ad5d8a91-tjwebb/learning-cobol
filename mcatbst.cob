       identification division.
       program-id. mcatbst.
      *> version: 1.0.0
      *> desc: build-currency report - walks the source fingerprints
      *> the catalog run filed in mcatfpr.dat against the compile
      *> -status master mcatcst.dat and lists in mcatbst.rpt every
      *> module whose source has changed since its last successful
      *> compile, whose last compile failed, or that has no compile
      *> on record - the modules production is not built from
      *> current source for.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select mcat-fpr-file assign to "MCATFPR.DAT"
               organization line sequential
               file status is mcat-fpr-status.
           select mcat-cst-file assign to "MCATCST.DAT"
               organization indexed
               access mode random
               record key cst-module-id
               file status is mcat-cst-status.
           select bst-report-file assign to "MCATBST.RPT"
               organization line sequential.

       data division.
       file section.
       fd  mcat-fpr-file.
       01  mcat-fpr-record.
           20 fpr-module-id         pic x(32).
           20 filler                pic x(01).
           20 fpr-fingerprint       pic 9(09).
           20 filler                pic x(01).
           20 fpr-version           pic x(08).

       fd  mcat-cst-file.
           copy mcatcsl.

       fd  bst-report-file.
       01  bst-report-record        pic x(132).

       working-storage section.

       77  mcat-fpr-status           pic x(02) value spaces.
       77  mcat-cst-status           pic x(02) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  fpr-eof-switch            pic x(01) value 'N'.
           88 fpr-no-more             value 'Y'.
       01  bst-cst-open-switch       pic x(01) value 'N'.
           88 bst-cst-on-file         value 'Y'.
       01  bst-found-switch          pic x(01) value 'N'.
           88 bst-status-found        value 'Y'.

       77  bst-report-line           pic x(132) value spaces.
       77  bst-rc-edit               pic zz9 value zero.
       77  bst-count-edit            pic z(4)9 value zero.
       77  bst-module-count          pic 9(4) comp value 0.
       77  bst-current-count         pic 9(4) comp value 0.
       77  bst-changed-count         pic 9(4) comp value 0.
       77  bst-failed-count          pic 9(4) comp value 0.
       77  bst-never-count           pic 9(4) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           open input mcat-fpr-file
           if mcat-fpr-status not = '00'
               display 'mcatbst: MCATFPR.DAT not found or unreadable'
               display '  - run mcatdrv first to file the source '
                   'fingerprints.'
               move 8 to return-code
               stop run
           end-if
           open input mcat-cst-file
           if mcat-cst-status = '00'
               move 'Y' to bst-cst-open-switch
           else
               display 'mcatbst: MCATCST.DAT not found - no module '
                   'has a compile on record'
           end-if
           open output bst-report-file
           move spaces to bst-report-line
           string
               'mcatbst build-currency report  run date '
               mcat-run-date
               delimited by size
               into bst-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move spaces to bst-report-line
           perform 7000-emit-report-line thru 7000-exit
           perform 1000-read-print thru 1000-exit
           perform 2000-check-one-module thru 2000-exit
               until fpr-no-more
           perform 8000-finish thru 8000-exit
           stop run.

       1000-read-print.
           read mcat-fpr-file
               at end move 'Y' to fpr-eof-switch
           end-read.
       1000-exit.
           exit.

      *> a failed last compile is reported ahead of a changed print:
      *> whatever the source now says, the last build did not take.
       2000-check-one-module.
           add 1 to bst-module-count
           perform 2100-find-compile-status thru 2100-exit
           move spaces to bst-report-line
           evaluate true
               when not bst-status-found
                   add 1 to bst-never-count
                   string
                       '  ' fpr-module-id ' no compile on record'
                       delimited by size
                       into bst-report-line
                   end-string
               when cst-outcome = 'F'
                   add 1 to bst-failed-count
                   move cst-return-code to bst-rc-edit
                   string
                       '  ' fpr-module-id ' last compile FAILED rc '
                       function trim(bst-rc-edit) ' at '
                       cst-stamp(1:8) ' ' cst-stamp(9:4)
                       delimited by size
                       into bst-report-line
                   end-string
               when cst-good-print not = fpr-fingerprint
                   add 1 to bst-changed-count
                   string
                       '  ' fpr-module-id ' source changed since '
                       'last good compile ' cst-good-stamp(1:8) ' '
                       cst-good-stamp(9:4)
                       delimited by size
                       into bst-report-line
                   end-string
               when other
                   add 1 to bst-current-count
           end-evaluate
           if bst-report-line not = spaces
               perform 7000-emit-report-line thru 7000-exit
           end-if
           perform 1000-read-print thru 1000-exit.
       2000-exit.
           exit.

       2100-find-compile-status.
           move 'N' to bst-found-switch
           if bst-cst-on-file
               move fpr-module-id to cst-module-id
               read mcat-cst-file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to bst-found-switch
               end-read
           end-if.
       2100-exit.
           exit.

       7000-emit-report-line.
           write bst-report-record from bst-report-line.
       7000-exit.
           exit.

       8000-finish.
           move spaces to bst-report-line
           perform 7000-emit-report-line thru 7000-exit
           move bst-module-count to bst-count-edit
           string
               'modules fingerprinted:     '
               function trim(bst-count-edit)
               delimited by size
               into bst-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bst-current-count to bst-count-edit
           move spaces to bst-report-line
           string
               'built from current source: '
               function trim(bst-count-edit)
               delimited by size
               into bst-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bst-changed-count to bst-count-edit
           move spaces to bst-report-line
           string
               'changed since good build:  '
               function trim(bst-count-edit)
               delimited by size
               into bst-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bst-failed-count to bst-count-edit
           move spaces to bst-report-line
           string
               'last compile failed:       '
               function trim(bst-count-edit)
               delimited by size
               into bst-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bst-never-count to bst-count-edit
           move spaces to bst-report-line
           string
               'no compile on record:      '
               function trim(bst-count-edit)
               delimited by size
               into bst-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close bst-report-file
           close mcat-fpr-file
           if bst-cst-on-file
               close mcat-cst-file
           end-if
           if bst-changed-count > 0 or bst-failed-count > 0
               move 4 to return-code
           end-if.
       8000-exit.
           exit.

       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcatbst: ' function trim(bst-report-line).
       8100-exit.
           exit.
