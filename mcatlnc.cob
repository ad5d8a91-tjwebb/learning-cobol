       identification division.
       program-id. mcatlnc.
      *> version: 1.0.1
      *> desc: pre-chain order check - holds the nightly step file
      *> against the data lineage in mcatlin.dat and fails the night
      *> when a step reads a file before the chain step that writes
      *> it has run, or when the step that writes it runs on a
      *> frequency that leaves the reader on stale input. the step
      *> file to check may be named on the command line, so a
      *> reordered chain can be proved before it goes live.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select step-file assign to dynamic lnc-step-filename
               organization line sequential
               file status is lnc-step-status.
           select lineage-file assign to "MCATLIN.DAT"
               organization line sequential
               file status is lnc-lineage-status.
           select check-report-file assign to "MCATLNC.RPT"
               organization line sequential.

       data division.
       file section.
       fd  step-file.
       01  step-record.
           20 step-number           pic 9(02).
           20 filler                pic x(01).
           20 step-name             pic x(08).
           20 step-frequency        pic x(01).
           20 filler                pic x(01).
           20 step-command          pic x(80).

       fd  lineage-file.
           copy mcatlnl.

       fd  check-report-file.
       01  check-report-record      pic x(132).

       working-storage section.

       77  lnc-step-status           pic x(02) value spaces.
       77  lnc-lineage-status        pic x(02) value spaces.
       77  lnc-step-filename         pic x(20) value 'MCATSTEP.DAT'.
       77  lnc-param-buffer          pic x(72) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  step-eof-switch           pic x(01) value 'N'.
           88 step-no-more            value 'Y'.
       01  lineage-eof-switch        pic x(01) value 'N'.
           88 lineage-no-more         value 'Y'.
       01  lnc-seen-switch           pic x(01) value 'N'.
           88 lnc-input-seen-before   value 'Y'.
       01  lnc-lineage-switch        pic x(01) value 'N'.
           88 lnc-step-has-lineage    value 'Y'.
       01  lnc-producer-switch       pic x(01) value 'N'.
           88 lnc-chain-producer      value 'Y'.
       01  lnc-earlier-switch        pic x(01) value 'N'.
           88 lnc-earlier-producer    value 'Y'.
       01  lnc-covered-switch        pic x(01) value 'N'.
           88 lnc-frequency-covered   value 'Y'.
       01  lnc-covers-switch         pic x(01) value 'N'.
           88 lnc-producer-covers     value 'Y'.
       01  lnc-unchecked-switch      pic x(01) value 'N'.
           88 lnc-chain-unchecked     value 'Y'.

      *> the chain in step-file order. the program a step runs is
      *> its step name in lower case - the shop names every step
      *> after the module it compiles and runs.
       01  lnc-step-table.
           05 lnc-step-entry occurs 60 times.
              10 lnc-stp-number      pic 9(02).
              10 lnc-stp-name        pic x(08).
              10 lnc-stp-program     pic x(32).
              10 lnc-stp-frequency   pic x(01).
       77  lnc-step-count            pic 9(4) comp value 0.
       77  lnc-step-max              pic 9(4) comp value 60.
       77  lnc-step-sub              pic 9(4) comp.
       77  lnc-find-sub              pic 9(4) comp.

      *> the lineage, each entry tagged with the chain step that
      *> runs its program, zero for a program no step runs.
       01  lnc-lineage-table.
           05 lnc-lineage-entry occurs 3000 times.
              10 lnc-lin-module      pic x(32).
              10 lnc-lin-file        pic x(20).
              10 lnc-lin-mode        pic x(06).
              10 lnc-lin-step        pic 9(4) comp.
       77  lnc-lineage-count         pic 9(4) comp value 0.
       77  lnc-lineage-max           pic 9(4) comp value 3000.
       77  lnc-lin-sub               pic 9(4) comp.
       77  lnc-prior-sub             pic 9(4) comp.
       77  lnc-prod-sub              pic 9(4) comp.

       77  lnc-nearest-step          pic 9(4) comp.
       77  lnc-later-step            pic 9(4) comp.
       77  lnc-consumer-frequency    pic x(01) value spaces.
       77  lnc-producer-frequency    pic x(01) value spaces.

       77  lnc-report-line           pic x(132) value spaces.
       77  lnc-count-edit            pic z(3)9 value zero.
       77  lnc-inputs-checked        pic 9(4) comp value 0.
       77  lnc-external-count        pic 9(4) comp value 0.
       77  lnc-order-fail-count      pic 9(4) comp value 0.
       77  lnc-freq-fail-count       pic 9(4) comp value 0.
       77  lnc-unscanned-count       pic 9(4) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0100-take-parameters thru 0100-exit
           open output check-report-file
           move spaces to lnc-report-line
           string
               'mcatlnc step-chain order check  run date '
               mcat-run-date '  step file '
               function trim(lnc-step-filename)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 1000-load-steps thru 1000-exit
           if lnc-chain-unchecked
               stop run
           end-if
           perform 1500-load-lineage thru 1500-exit
           if lnc-chain-unchecked
               stop run
           end-if
           perform 2000-check-one-step thru 2000-exit
               varying lnc-step-sub from 1 by 1
               until lnc-step-sub > lnc-step-count
           perform 8000-finish thru 8000-exit
           stop run.

       0100-take-parameters.
           accept lnc-param-buffer from command-line
           if lnc-param-buffer not = spaces
               move function trim(lnc-param-buffer)
                   to lnc-step-filename
           end-if.
       0100-exit.
           exit.

      *> without the step file or the lineage there is nothing to
      *> prove the order against, and an unproved chain does not
      *> run: both stop the night the same way a failed check does.
       1000-load-steps.
           open input step-file
           if lnc-step-status not = '00'
               move spaces to lnc-report-line
               string
                   'mcatlnc: ' function trim(lnc-step-filename)
                   ' not found or unreadable - chain not checked'
                   delimited by size
                   into lnc-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
               perform 9000-stop-unchecked thru 9000-exit
               go to 1000-exit
           end-if
           perform 1100-read-step thru 1100-exit
           perform 1200-store-one-step thru 1200-exit
               until step-no-more
           close step-file.
       1000-exit.
           exit.

       1100-read-step.
           read step-file
               at end move 'Y' to step-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-store-one-step.
           if lnc-step-count < lnc-step-max
               add 1 to lnc-step-count
               move step-number to lnc-stp-number(lnc-step-count)
               move step-name to lnc-stp-name(lnc-step-count)
               move function lower-case(step-name)
                   to lnc-stp-program(lnc-step-count)
               move step-frequency
                   to lnc-stp-frequency(lnc-step-count)
               if step-frequency = space
                   move 'D' to lnc-stp-frequency(lnc-step-count)
               end-if
           else
               display 'mcatlnc: more than ' lnc-step-max
                   ' steps - the rest are not checked'
           end-if
           perform 1100-read-step thru 1100-exit.
       1200-exit.
           exit.

       1500-load-lineage.
           open input lineage-file
           if lnc-lineage-status not = '00'
               move spaces to lnc-report-line
               string
                   'mcatlnc: MCATLIN.DAT not found or unreadable - '
                   'run the mcatfla scan first; chain not checked'
                   delimited by size
                   into lnc-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
               perform 9000-stop-unchecked thru 9000-exit
               go to 1500-exit
           end-if
           perform 1600-read-lineage thru 1600-exit
           perform 1700-store-one-lineage thru 1700-exit
               until lineage-no-more
           close lineage-file.
       1500-exit.
           exit.

       1600-read-lineage.
           read lineage-file
               at end move 'Y' to lineage-eof-switch
           end-read.
       1600-exit.
           exit.

       1700-store-one-lineage.
           if lnc-lineage-count < lnc-lineage-max
               add 1 to lnc-lineage-count
               move lin-module-id to lnc-lin-module(lnc-lineage-count)
               move lin-file to lnc-lin-file(lnc-lineage-count)
               move lin-mode to lnc-lin-mode(lnc-lineage-count)
               move 0 to lnc-lin-step(lnc-lineage-count)
               perform 1710-find-step-for-module
                   varying lnc-find-sub from 1 by 1
                   until lnc-find-sub > lnc-step-count
                   or lnc-lin-step(lnc-lineage-count) > 0
           else
               display 'mcatlnc: more than ' lnc-lineage-max
                   ' lineage records - the rest are ignored'
           end-if
           perform 1600-read-lineage thru 1600-exit.
       1700-exit.
           exit.

       1710-find-step-for-module.
           if lnc-stp-program(lnc-find-sub)
                   = lnc-lin-module(lnc-lineage-count)
               move lnc-find-sub to lnc-lin-step(lnc-lineage-count)
           end-if.

      *> every file the step's program reads - opened input or i-o -
      *> is checked once; a step whose program has no lineage at all
      *> was never scanned, which is reported but does not fail.
       2000-check-one-step.
           move 'N' to lnc-lineage-switch
           perform 2100-check-one-lineage thru 2100-exit
               varying lnc-lin-sub from 1 by 1
               until lnc-lin-sub > lnc-lineage-count
           if not lnc-step-has-lineage
               add 1 to lnc-unscanned-count
               move spaces to lnc-report-line
               string
                   '  NOTE  step ' lnc-stp-number(lnc-step-sub) ' '
                   function trim(lnc-stp-name(lnc-step-sub))
                   ' has no lineage on file - not checked'
                   delimited by size
                   into lnc-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       2000-exit.
           exit.

       2100-check-one-lineage.
           if lnc-lin-step(lnc-lin-sub) not = lnc-step-sub
               go to 2100-exit
           end-if
           move 'Y' to lnc-lineage-switch
           if lnc-lin-mode(lnc-lin-sub) not = 'INPUT'
           and lnc-lin-mode(lnc-lin-sub) not = 'I-O'
               go to 2100-exit
           end-if
           move 'N' to lnc-seen-switch
           perform 2110-match-earlier-input
               varying lnc-prior-sub from 1 by 1
               until lnc-prior-sub not < lnc-lin-sub
               or lnc-input-seen-before
           if not lnc-input-seen-before
               perform 2200-check-one-input thru 2200-exit
           end-if.
       2100-exit.
           exit.

       2110-match-earlier-input.
           if lnc-lin-step(lnc-prior-sub) = lnc-step-sub
           and lnc-lin-file(lnc-prior-sub) = lnc-lin-file(lnc-lin-sub)
           and (lnc-lin-mode(lnc-prior-sub) = 'INPUT'
               or lnc-lin-mode(lnc-prior-sub) = 'I-O')
               move 'Y' to lnc-seen-switch
           end-if.

      *> the producers that matter are the other chain steps that
      *> write the file. a file no chain step writes comes from
      *> outside the night and is not the chain's to order. the
      *> reader needs at least one producer ahead of it, and one of
      *> those must run on every night the reader runs.
       2200-check-one-input.
           add 1 to lnc-inputs-checked
           move 'N' to lnc-producer-switch
           move 'N' to lnc-earlier-switch
           move 'N' to lnc-covered-switch
           move 0 to lnc-nearest-step
           move 0 to lnc-later-step
           move lnc-stp-frequency(lnc-step-sub)
               to lnc-consumer-frequency
           perform 2210-weigh-one-producer
               varying lnc-prod-sub from 1 by 1
               until lnc-prod-sub > lnc-lineage-count
           evaluate true
               when not lnc-chain-producer
                   add 1 to lnc-external-count
               when not lnc-earlier-producer
                   add 1 to lnc-order-fail-count
                   move spaces to lnc-report-line
                   string
                       '  FAIL  step ' lnc-stp-number(lnc-step-sub) ' '
                       function trim(lnc-stp-name(lnc-step-sub))
                       ' reads '
                       function trim(lnc-lin-file(lnc-lin-sub))
                       ' before step ' lnc-stp-number(lnc-later-step)
                       ' ' function trim(lnc-stp-name(lnc-later-step))
                       ' writes it'
                       delimited by size
                       into lnc-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
               when not lnc-frequency-covered
                   add 1 to lnc-freq-fail-count
                   move spaces to lnc-report-line
                   string
                       '  FAIL  step ' lnc-stp-number(lnc-step-sub) ' '
                       function trim(lnc-stp-name(lnc-step-sub))
                       ' (' lnc-consumer-frequency ') reads '
                       function trim(lnc-lin-file(lnc-lin-sub))
                       ' but its writer step '
                       lnc-stp-number(lnc-nearest-step) ' '
                       function trim(lnc-stp-name(lnc-nearest-step))
                       ' runs ' lnc-stp-frequency(lnc-nearest-step)
                       ' - stale input on the nights it is skipped'
                       delimited by size
                       into lnc-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
               when other
                   move spaces to lnc-report-line
                   string
                       '  ok    step ' lnc-stp-number(lnc-step-sub) ' '
                       function trim(lnc-stp-name(lnc-step-sub))
                       ' reads '
                       function trim(lnc-lin-file(lnc-lin-sub))
                       ' written by step '
                       lnc-stp-number(lnc-nearest-step) ' '
                       function trim(lnc-stp-name(lnc-nearest-step))
                       delimited by size
                       into lnc-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
           end-evaluate.
       2200-exit.
           exit.

       2210-weigh-one-producer.
           if lnc-lin-file(lnc-prod-sub) = lnc-lin-file(lnc-lin-sub)
           and lnc-lin-step(lnc-prod-sub) > 0
           and lnc-lin-step(lnc-prod-sub) not = lnc-step-sub
           and (lnc-lin-mode(lnc-prod-sub) = 'OUTPUT'
               or lnc-lin-mode(lnc-prod-sub) = 'EXTEND'
               or lnc-lin-mode(lnc-prod-sub) = 'I-O')
               move 'Y' to lnc-producer-switch
               if lnc-lin-step(lnc-prod-sub) < lnc-step-sub
                   move 'Y' to lnc-earlier-switch
                   perform 2300-judge-coverage thru 2300-exit
                   if lnc-producer-covers
                       move 'Y' to lnc-covered-switch
                   end-if
                   if lnc-lin-step(lnc-prod-sub) > lnc-nearest-step
                       move lnc-lin-step(lnc-prod-sub)
                           to lnc-nearest-step
                   end-if
               else
                   if lnc-later-step = 0
                   or lnc-lin-step(lnc-prod-sub) < lnc-later-step
                       move lnc-lin-step(lnc-prod-sub)
                           to lnc-later-step
                   end-if
               end-if
           end-if.

      *> a producer covers its reader when it runs on every night the
      *> reader runs: D every night, B every business day - which
      *> takes in the week-end and month-end days - and W or M only
      *> a reader on the same code.
       2300-judge-coverage.
           move 'N' to lnc-covers-switch
           move lnc-stp-frequency(lnc-lin-step(lnc-prod-sub))
               to lnc-producer-frequency
           evaluate true
               when lnc-producer-frequency = 'D'
                   move 'Y' to lnc-covers-switch
               when lnc-producer-frequency = lnc-consumer-frequency
                   move 'Y' to lnc-covers-switch
               when lnc-producer-frequency = 'B'
               and (lnc-consumer-frequency = 'W'
                   or lnc-consumer-frequency = 'M')
                   move 'Y' to lnc-covers-switch
           end-evaluate.
       2300-exit.
           exit.

       7000-emit-report-line.
           write check-report-record from lnc-report-line
           display function trim(lnc-report-line, trailing).
       7000-exit.
           exit.

       8000-finish.
           move lnc-step-count to lnc-count-edit
           move spaces to lnc-report-line
           string
               'steps checked:              '
               function trim(lnc-count-edit)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move lnc-inputs-checked to lnc-count-edit
           move spaces to lnc-report-line
           string
               'step inputs checked:        '
               function trim(lnc-count-edit)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move lnc-external-count to lnc-count-edit
           move spaces to lnc-report-line
           string
               'inputs from outside chain:  '
               function trim(lnc-count-edit)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move lnc-order-fail-count to lnc-count-edit
           move spaces to lnc-report-line
           string
               'read before written:        '
               function trim(lnc-count-edit)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move lnc-freq-fail-count to lnc-count-edit
           move spaces to lnc-report-line
           string
               'writer skipped on its night: '
               function trim(lnc-count-edit)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move lnc-unscanned-count to lnc-count-edit
           move spaces to lnc-report-line
           string
               'steps with no lineage:      '
               function trim(lnc-count-edit)
               delimited by size
               into lnc-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           if lnc-order-fail-count > 0 or lnc-freq-fail-count > 0
               move 'chain order check FAILED - the night is stopped'
                   to lnc-report-line
               perform 7000-emit-report-line thru 7000-exit
               move 8 to return-code
           end-if
           close check-report-file.
       8000-exit.
           exit.

       9000-stop-unchecked.
           move 'chain order check FAILED - the night is stopped'
               to lnc-report-line
           perform 7000-emit-report-line thru 7000-exit
           close check-report-file
           move 8 to return-code
           move 'Y' to lnc-unchecked-switch.
       9000-exit.
           exit.
