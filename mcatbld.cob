       identification division.
       program-id. mcatbld.
      *> version: 1.0.0
      *> desc: rebuild work-order executor - runs the compile steps
      *> mcatwrk wrote to mcatwork.dat (or the step file named on
      *> the command line) in step order, counts each compile's
      *> warnings, files its return code, warning count, time and
      *> source fingerprint in the compile-status master mcatcst.dat
      *> and stops at the first failed compile, so a caller is never
      *> rebuilt on top of a broken callee. prints mcatbld.rpt.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select work-order-file assign to dynamic bld-order-filename
               organization line sequential
               file status is bld-order-status.
           select compile-output-file assign to "MCATBLDO.TMP"
               organization line sequential
               file status is bld-output-status.
           select bld-source-file assign to dynamic bld-source-name
               organization line sequential
               file status is bld-source-status.
           select registry-file assign to "REGISTRY.CSV"
               organization line sequential
               file status is mcat-registry-status.
           select mcat-cst-file assign to "MCATCST.DAT"
               organization indexed
               access mode random
               record key cst-module-id
               file status is mcat-cst-status.
           select bld-report-file assign to "MCATBLD.RPT"
               organization line sequential.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

       data division.
       file section.
       fd  work-order-file.
       01  work-order-record.
           20 wo-step-number        pic 9(02).
           20 filler                pic x(01).
           20 wo-step-name          pic x(08).
           20 wo-step-frequency     pic x(01).
           20 filler                pic x(01).
           20 wo-step-command       pic x(80).

       fd  compile-output-file.
       01  compile-output-line      pic x(200).

      *> read at the same width mcatdrv folds its prints from, so
      *> the two fingerprints of an unchanged member agree.
       fd  bld-source-file.
       01  bld-source-line          pic x(200).

       fd  registry-file.
       01  registry-line            pic x(600).

       fd  mcat-cst-file.
           copy mcatcsl.

       fd  bld-report-file.
       01  bld-report-record        pic x(132).

       fd  mcat-audit-file.
       01  mcat-audit-record        pic x(132).

       working-storage section.

       77  bld-order-status          pic x(02) value spaces.
       77  bld-output-status         pic x(02) value spaces.
       77  bld-source-status         pic x(02) value spaces.
       77  mcat-registry-status      pic x(02) value spaces.
       77  mcat-cst-status           pic x(02) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  bld-order-filename        pic x(40) value 'MCATWORK.DAT'.
       77  bld-source-name           pic x(80) value spaces.

       01  bld-order-eof-switch      pic x(01) value 'N'.
           88 bld-no-more-steps       value 'Y'.
       01  bld-output-eof-switch     pic x(01) value 'N'.
           88 bld-no-more-output      value 'Y'.
       01  fp-eof-switch             pic x(01) value 'N'.
           88 fp-no-more              value 'Y'.
       01  mcat-registry-eof         pic x(01) value 'N'.
           88 mcat-no-more-registry  value 'Y'.
       01  bld-registry-switch       pic x(01) value 'N'.
           88 bld-in-registry         value 'Y'.
       01  bld-stop-switch           pic x(01) value 'N'.
           88 bld-stopped             value 'Y'.
       01  bld-on-file-switch        pic x(01) value 'N'.
           88 bld-status-on-file      value 'Y'.

       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-count-edit           pic z(4)9 value zero.

       77  bld-command-text          pic x(120) value spaces.
       77  bld-exit-code             pic 9(04) value zero.
       77  bld-exit-rem              pic 9(04) value zero.
       77  bld-warning-count         pic 9(05) value zero.
       77  bld-error-count           pic 9(05) value zero.
       77  bld-line-tally            pic 9(4) comp.
       77  bld-shown-lines           pic 9(4) comp.
       77  bld-shown-max             pic 9(4) comp value 10.
       77  bld-stamp                 pic x(21) value spaces.
       77  bld-outcome-text          pic x(08) value spaces.
       77  bld-failed-step           pic 9(02) value zero.

      *> the member a step compiles is the last word of its command
      *> ending in .cob; the registry row whose source member
      *> matches it names the module the result is filed under.
       77  bld-word                  pic x(80) value spaces.
       77  bld-word-len              pic 9(4) comp.
       77  bld-word-ptr              pic 9(4) comp.
       77  bld-source-path           pic x(80) value spaces.
       77  bld-member                pic x(64) value spaces.
       77  bld-slash-count           pic 9(4) comp.
       77  bld-module-id             pic x(32) value spaces.

       77  mcat-fingerprint          pic 9(09) value zero.
       77  mcat-fp-work              pic 9(14) comp value zero.
       77  mcat-fp-sub               pic 9(4) comp.
       77  mcat-fp-len               pic 9(4) comp.

       77  bld-steps-read            pic 9(4) comp value 0.
       77  bld-compiled-count        pic 9(4) comp value 0.
       77  bld-failed-count          pic 9(4) comp value 0.
       77  bld-not-run-count         pic 9(4) comp value 0.
       77  bld-total-warnings        pic 9(6) comp value 0.
       77  bld-rc-edit               pic zz9 value zero.
       77  bld-warn-edit             pic z(4)9 value zero.
       77  bld-report-line           pic x(132) value spaces.

       77  mcat-line-buffer          pic x(600) value spaces.

       01  mcat-parsed-line.
           20 mcat-parsed-f1         pic x(64) value spaces.
           20 mcat-parsed-f2         pic x(64) value spaces.
           20 mcat-parsed-f3         pic x(64) value spaces.
           20 mcat-parsed-f4         pic x(64) value spaces.
           20 mcat-parsed-f5         pic x(210) value spaces.
           20 mcat-parsed-f6         pic x(16) value spaces.
           20 mcat-parsed-f7         pic x(16) value spaces.

       procedure division.

       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 2100-read-step thru 2100-exit
           perform 2000-run-one-step thru 2000-exit
               until bld-no-more-steps
           perform 8000-finish thru 8000-exit
           stop run.

       1000-initialize.
           move function current-date(1:8) to mcat-run-date
           perform 0550-identify-operator thru 0550-exit
           accept bld-word from command-line
           if bld-word not = spaces
               move bld-word to bld-order-filename
           end-if
           open input work-order-file
           if bld-order-status not = '00'
               display 'mcatbld: ' function trim(bld-order-filename)
                   ' not found or unreadable'
               display '  - run mcatwrk first to cut the work order.'
               move 8 to return-code
               stop run
           end-if
           open i-o mcat-cst-file
           if mcat-cst-status not = '00'
               open output mcat-cst-file
               close mcat-cst-file
               open i-o mcat-cst-file
           end-if
           if mcat-cst-status not = '00'
               display 'mcatbld: cannot open or create MCATCST.DAT'
               close work-order-file
               move 8 to return-code
               stop run
           end-if
           open output bld-report-file
           move spaces to bld-report-line
           string
               'mcatbld rebuild register  run date ' mcat-run-date
               '  work order ' function trim(bld-order-filename)
               delimited by size
               into bld-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move spaces to bld-report-line
           perform 7000-emit-report-line thru 7000-exit.
       1000-exit.
           exit.

       0550-identify-operator.
           display "USER" upon environment-name
           accept mcat-operator-id from environment-value
           if mcat-operator-id = spaces
               move 'BATCH' to mcat-operator-id
           end-if.
       0550-exit.
           exit.

      *> once a compile has failed every later step is listed as
      *> not run and the status master is left as it was for it -
      *> the modules after the failure are its callers.
       2000-run-one-step.
           add 1 to bld-steps-read
           if bld-stopped
               add 1 to bld-not-run-count
               move spaces to bld-report-line
               string
                   '  step ' wo-step-number ' '
                   wo-step-name ' not run - build stopped at step '
                   bld-failed-step
                   delimited by size
                   into bld-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           else
               perform 3000-execute-one-step thru 3000-exit
           end-if
           perform 2100-read-step thru 2100-exit.
       2000-exit.
           exit.

       2100-read-step.
           read work-order-file
               at end move 'Y' to bld-order-eof-switch
           end-read.
       2100-exit.
           exit.

      *> the compiler's own listing goes to a work file so its
      *> warnings can be counted and, for a failure, its first
      *> messages carried onto the register. system hands back the
      *> wait status - exit code times 256 - as mcatnit decodes it.
       3000-execute-one-step.
           perform 3100-find-step-source thru 3100-exit
           perform 3300-find-registry-module thru 3300-exit
           perform 3500-compute-fingerprint thru 3500-exit
           move spaces to bld-command-text
           string
               function trim(wo-step-command)
               ' > MCATBLDO.TMP 2>&1'
               delimited by size
               into bld-command-text
           end-string
           display 'mcatbld: step ' wo-step-number ' '
               function trim(bld-module-id) ' started'
           move 0 to return-code
           call 'SYSTEM' using bld-command-text
           end-call
           divide return-code by 256
               giving bld-exit-code remainder bld-exit-rem
           if bld-exit-rem not = 0
               move bld-exit-rem to bld-exit-code
           end-if
           move 0 to return-code
           move function current-date to bld-stamp
           perform 3700-count-compile-messages thru 3700-exit
           add bld-warning-count to bld-total-warnings
           if bld-exit-code = 0
               add 1 to bld-compiled-count
               move 'OK' to bld-outcome-text
           else
               add 1 to bld-failed-count
               move 'FAILED' to bld-outcome-text
               move 'Y' to bld-stop-switch
               move wo-step-number to bld-failed-step
           end-if
           perform 4000-file-compile-status thru 4000-exit
           move bld-exit-code to bld-rc-edit
           move bld-warning-count to bld-warn-edit
           move spaces to bld-report-line
           string
               '  step ' wo-step-number ' ' bld-module-id
               ' rc ' bld-rc-edit '  warnings ' bld-warn-edit
               '  ' bld-outcome-text
               delimited by size
               into bld-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           display 'mcatbld: ' function trim(bld-report-line)
           if bld-stopped
               perform 3800-show-compile-errors thru 3800-exit
           end-if.
       3000-exit.
           exit.

       3100-find-step-source.
           move spaces to bld-source-path
           move 1 to bld-word-ptr
           perform 3150-take-command-word thru 3150-exit
               until bld-word-ptr > 80
           move spaces to bld-member
           if bld-source-path not = spaces
               move zero to bld-slash-count
               inspect bld-source-path tallying bld-slash-count
                   for all '/'
               move bld-source-path to bld-member
               if bld-slash-count > 0
                   move spaces to bld-member
                   move 1 to bld-word-ptr
                   perform 3160-skip-directory
                       bld-slash-count times
                   move bld-source-path(bld-word-ptr:) to bld-member
               end-if
           end-if.
       3100-exit.
           exit.

       3150-take-command-word.
           move spaces to bld-word
           unstring wo-step-command delimited by all space
               into bld-word
               with pointer bld-word-ptr
           end-unstring
           if bld-word not = spaces
               move function length(function trim(bld-word))
                   to bld-word-len
               if bld-word-len > 4
                   if function lower-case(
                           bld-word(bld-word-len - 3:4)) = '.cob'
                       move bld-word to bld-source-path
                   end-if
               end-if
           end-if.
       3150-exit.
           exit.

       3160-skip-directory.
           move zero to bld-line-tally
           inspect bld-source-path(bld-word-ptr:)
               tallying bld-line-tally for characters before '/'
           add bld-line-tally to bld-word-ptr
           add 1 to bld-word-ptr.

      *> a member with no registry row is filed under its own name,
      *> less the .cob, so the status is never silently dropped.
       3300-find-registry-module.
           move 'N' to bld-registry-switch
           move spaces to bld-module-id
           if bld-member = spaces
               move function lower-case(wo-step-name) to bld-module-id
               go to 3300-exit
           end-if
           move 'N' to mcat-registry-eof
           open input registry-file
           if mcat-registry-status = '00'
               perform 3310-read-registry thru 3310-exit
               perform 3320-match-registry-source thru 3320-exit
                   until mcat-no-more-registry or bld-in-registry
               close registry-file
           end-if
           if not bld-in-registry
               move function length(function trim(bld-member))
                   to bld-word-len
               move bld-member(1:bld-word-len - 4) to bld-module-id
           end-if.
       3300-exit.
           exit.

       3310-read-registry.
           read registry-file
               at end move 'Y' to mcat-registry-eof
           end-read.
       3310-exit.
           exit.

       3320-match-registry-source.
           if registry-line(1:1) = '"'
               move registry-line to mcat-line-buffer
               perform 5500-parse-line thru 5500-exit
               if function trim(mcat-parsed-f3)
                       = function trim(bld-member)
                   move 'Y' to bld-registry-switch
                   move mcat-parsed-f1 to bld-module-id
               end-if
           end-if
           if not bld-in-registry
               perform 3310-read-registry thru 3310-exit
           end-if.
       3320-exit.
           exit.

      *> the same fold mcatdrv runs over each member for mcatfpr.dat.
       3500-compute-fingerprint.
           move zero to mcat-fp-work
           move zero to mcat-fingerprint
           if bld-source-path = spaces
               go to 3500-exit
           end-if
           move bld-source-path to bld-source-name
           move 'N' to fp-eof-switch
           open input bld-source-file
           if bld-source-status = '00'
               perform 3510-read-fp-line thru 3510-exit
               perform 3520-fold-one-line thru 3520-exit
                   until fp-no-more
               close bld-source-file
               move mcat-fp-work to mcat-fingerprint
           end-if.
       3500-exit.
           exit.

       3510-read-fp-line.
           read bld-source-file
               at end move 'Y' to fp-eof-switch
           end-read.
       3510-exit.
           exit.

       3520-fold-one-line.
           move function length(function trim(
               bld-source-line,trailing)) to mcat-fp-len
           if bld-source-line = spaces
               move 1 to mcat-fp-len
           end-if
           perform 3530-fold-one-char
               varying mcat-fp-sub from 1 by 1
               until mcat-fp-sub > mcat-fp-len
           compute mcat-fp-work
               = function mod(mcat-fp-work * 31 + 257, 999999937)
           perform 3510-read-fp-line thru 3510-exit.
       3520-exit.
           exit.

       3530-fold-one-char.
           compute mcat-fp-work = function mod(
               mcat-fp-work * 31
               + function ord(bld-source-line(mcat-fp-sub:1)),
               999999937).

       3700-count-compile-messages.
           move zero to bld-warning-count
           move zero to bld-error-count
           move 'N' to bld-output-eof-switch
           open input compile-output-file
           if bld-output-status not = '00'
               go to 3700-exit
           end-if
           perform 3710-read-output-line thru 3710-exit
           perform 3720-count-one-line thru 3720-exit
               until bld-no-more-output
           close compile-output-file.
       3700-exit.
           exit.

       3710-read-output-line.
           read compile-output-file
               at end move 'Y' to bld-output-eof-switch
           end-read.
       3710-exit.
           exit.

       3720-count-one-line.
           move zero to bld-line-tally
           inspect compile-output-line tallying bld-line-tally
               for all 'warning:'
           if bld-line-tally > 0
               add 1 to bld-warning-count
           end-if
           move zero to bld-line-tally
           inspect compile-output-line tallying bld-line-tally
               for all 'error:'
           if bld-line-tally > 0
               add 1 to bld-error-count
           end-if
           perform 3710-read-output-line thru 3710-exit.
       3720-exit.
           exit.

      *> the first compiler messages of a failed step go on the
      *> register, so the morning reader sees why the build stopped
      *> without rerunning it.
       3800-show-compile-errors.
           move zero to bld-shown-lines
           move 'N' to bld-output-eof-switch
           open input compile-output-file
           if bld-output-status not = '00'
               go to 3800-exit
           end-if
           perform 3710-read-output-line thru 3710-exit
           perform 3810-show-one-line thru 3810-exit
               until bld-no-more-output
               or bld-shown-lines not < bld-shown-max
           close compile-output-file.
       3800-exit.
           exit.

       3810-show-one-line.
           if compile-output-line not = spaces
               add 1 to bld-shown-lines
               move spaces to bld-report-line
               string
                   '      ' compile-output-line(1:120)
                   delimited by size
                   into bld-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           perform 3710-read-output-line thru 3710-exit.
       3810-exit.
           exit.

      *> a failed compile keeps the stamp and print of the last good
      *> one, which is what production is still built from.
       4000-file-compile-status.
           move 'N' to bld-on-file-switch
           move bld-module-id to cst-module-id
           read mcat-cst-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to bld-on-file-switch
           end-read
           if not bld-status-on-file
               move spaces to cst-record
               move bld-module-id to cst-module-id
               move zero to cst-good-print
           end-if
           move bld-source-path to cst-source
           move bld-exit-code to cst-return-code
           move bld-warning-count to cst-warnings
           move bld-stamp to cst-stamp
           move mcat-fingerprint to cst-fingerprint
           move mcat-operator-id to cst-operator
           if bld-exit-code = 0
               move 'G' to cst-outcome
               move bld-stamp to cst-good-stamp
               move mcat-fingerprint to cst-good-print
           else
               move 'F' to cst-outcome
           end-if
           if bld-status-on-file
               rewrite cst-record
                   invalid key
                       display 'mcatbld: rewrite of compile status '
                           'failed for ' function trim(bld-module-id)
               end-rewrite
           else
               write cst-record
                   invalid key
                       display 'mcatbld: write of compile status '
                           'failed for ' function trim(bld-module-id)
               end-write
           end-if.
       4000-exit.
           exit.

       5500-parse-line.
           move spaces to mcat-parsed-f1 mcat-parsed-f2 mcat-parsed-f3
               mcat-parsed-f4 mcat-parsed-f5
           unstring mcat-line-buffer delimited by '","'
               into mcat-parsed-f1 mcat-parsed-f2 mcat-parsed-f3
                   mcat-parsed-f4 mcat-parsed-f5 mcat-parsed-f6
                   mcat-parsed-f7
           end-unstring
           if mcat-parsed-f1(1:1) = '"'
               move mcat-parsed-f1(2:63) to mcat-parsed-f1
           end-if.
       5500-exit.
           exit.

       7000-emit-report-line.
           write bld-report-record from bld-report-line.
       7000-exit.
           exit.

       8000-finish.
           close work-order-file
           close mcat-cst-file
           move 'rm -f MCATBLDO.TMP' to bld-command-text
           call 'SYSTEM' using bld-command-text
           end-call
           move 0 to return-code
           move spaces to bld-report-line
           perform 7000-emit-report-line thru 7000-exit
           move bld-steps-read to mcat-count-edit
           string
               'steps in work order:  ' function trim(mcat-count-edit)
               delimited by size
               into bld-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bld-compiled-count to mcat-count-edit
           move spaces to bld-report-line
           string
               'compiled clean:       ' function trim(mcat-count-edit)
               delimited by size
               into bld-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bld-failed-count to mcat-count-edit
           move spaces to bld-report-line
           string
               'failed:               ' function trim(mcat-count-edit)
               delimited by size
               into bld-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bld-not-run-count to mcat-count-edit
           move spaces to bld-report-line
           string
               'not run:              ' function trim(mcat-count-edit)
               delimited by size
               into bld-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move bld-total-warnings to mcat-count-edit
           move spaces to bld-report-line
           string
               'compiler warnings:    ' function trim(mcat-count-edit)
               delimited by size
               into bld-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close bld-report-file
           perform 9000-write-audit-entry thru 9000-exit
           if bld-stopped
               display 'mcatbld: build STOPPED at step '
                   bld-failed-step ' - see MCATBLD.RPT'
               move 8 to return-code
           end-if.
       8000-exit.
           exit.

       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcatbld: ' function trim(bld-report-line).
       8100-exit.
           exit.

      *> same shape of entry the catalog and maintenance runs leave;
      *> the trailing word says whether the work order ran through.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           move bld-compiled-count to mcat-count-edit
           move spaces to bld-outcome-text
           if bld-stopped
               move 'STOPPED' to bld-outcome-text
           else
               move 'COMPLETE' to bld-outcome-text
           end-if
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules='
               function trim(mcat-count-edit) ' file='
               function trim(bld-order-filename) ' build='
               function trim(bld-outcome-text)
               delimited by size
               into mcat-audit-line
           end-string
           open extend mcat-audit-file
           if mcat-audit-status not = '00'
               open output mcat-audit-file
           end-if
           write mcat-audit-record from mcat-audit-line
           close mcat-audit-file.
       9000-exit.
           exit.
