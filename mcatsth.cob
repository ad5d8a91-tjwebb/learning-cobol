       identification division.
       program-id. mcatsth.
      *> version: 1.0.0
      *> desc: step run-time trend report - reads the step history
      *> mcatstph.dat and tonight's mcatrun.dat, and for every step
      *> of the chain prints its latest elapsed time against the
      *> rolling average of its prior clean runs. a step that ran
      *> past its threshold in mcatstpt.dat, or whose last five
      *> clean runs each took longer than the one before, is
      *> flagged so a creeping step is seen well before the batch
      *> window overruns.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select step-history-file assign to "MCATSTPH.DAT"
               organization line sequential
               file status is sth-hist-status.
           select run-control-file assign to "MCATRUN.DAT"
               organization line sequential
               file status is sth-run-status.
           select threshold-file assign to "MCATSTPT.DAT"
               organization line sequential
               file status is sth-thr-status.
           select trend-report-file assign to "MCATSTH.RPT"
               organization line sequential.
           select sth-sort-file assign to "MCATTSRT.TMP".

       data division.
       file section.
       fd  step-history-file.
           copy mcatshl.

       fd  run-control-file.
       01  run-control-record.
           20 rc-step-number        pic x(02).
           20 filler                pic x(01).
           20 rc-step-name          pic x(08).
           20 rc-start-stamp        pic x(21).
           20 filler                pic x(01).
           20 rc-end-stamp          pic x(21).
           20 filler                pic x(01).
           20 rc-outcome            pic x(08).

      *> one line per step: step name, then the most seconds the
      *> step may take before the trend report flags it.
       fd  threshold-file.
       01  threshold-record.
           20 thr-step-name         pic x(08).
           20 filler                pic x(01).
           20 thr-max-seconds       pic 9(05).

       fd  trend-report-file.
       01  trend-report-record      pic x(132).

      *> history and tonight's records are sorted together by step
      *> and then by time, so each step's runs come back as one
      *> group, oldest first.
       sd  sth-sort-file.
       01  sth-sort-entry.
           20 sth-sort-step-name    pic x(08).
           20 sth-sort-night-date   pic x(08).
           20 sth-sort-start-stamp  pic x(21).
           20 sth-sort-elapsed      pic 9(07).

       working-storage section.

       77  sth-hist-status           pic x(02) value spaces.
       77  sth-run-status            pic x(02) value spaces.
       77  sth-thr-status            pic x(02) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  hist-eof-switch           pic x(01) value 'N'.
           88 hist-no-more            value 'Y'.
       01  run-eof-switch            pic x(01) value 'N'.
           88 run-no-more             value 'Y'.
       01  thr-eof-switch            pic x(01) value 'N'.
           88 thr-no-more             value 'Y'.
       01  sorted-eof-switch         pic x(01) value 'N'.
           88 sorted-no-more          value 'Y'.
       01  sth-over-switch           pic x(01) value 'N'.
           88 sth-over-threshold      value 'Y'.
       01  sth-slower-switch         pic x(01) value 'N'.
           88 sth-steadily-slower     value 'Y'.
       01  sth-thr-found-switch      pic x(01) value 'N'.
           88 sth-threshold-found     value 'Y'.

      *> the rolling average takes the clean runs before the latest
      *> one, up to sth-average-window of them; a step is steadily
      *> slower when each of its last sth-slower-window clean runs
      *> took longer than the run before it.
       77  sth-average-window        pic 9(4) comp value 7.
       77  sth-slower-window         pic 9(4) comp value 5.

       01  sth-threshold-table.
           05 sth-thr-entry occurs 100 times.
              10 sth-thr-step-name   pic x(08).
              10 sth-thr-seconds     pic 9(05).
       77  sth-thr-count             pic 9(4) comp value 0.
       77  sth-thr-max               pic 9(4) comp value 100.
       77  sth-thr-sub               pic 9(4) comp.

      *> the clean runs of the step being reported, oldest first.
      *> a step with more runs than the table holds keeps its latest.
       01  sth-run-table.
           05 sth-run-elapsed        pic 9(07) occurs 400 times.
       77  sth-run-count             pic 9(4) comp value 0.
       77  sth-run-max               pic 9(4) comp value 400.
       77  sth-run-sub               pic 9(4) comp.
       77  sth-first-sub             pic 9(4) comp.

       77  sth-break-step-name       pic x(08) value spaces.
       77  sth-last-night-date       pic x(08) value spaces.
       77  sth-release-night         pic x(08) value spaces.
       77  sth-average-text          pic x(08) value spaces.
       77  sth-percent-text          pic x(06) value spaces.
       77  sth-threshold-text        pic x(06) value spaces.
       77  sth-start-seconds         pic s9(07) value zero.
       77  sth-end-seconds           pic s9(07) value zero.
       77  sth-elapsed-seconds       pic s9(07) value zero.
       77  sth-latest-elapsed        pic 9(07) value zero.
       77  sth-prior-count           pic 9(4) comp value 0.
       77  sth-prior-total           pic 9(09) value zero.
       77  sth-average-seconds       pic 9(07) value zero.
       77  sth-percent               pic 9(05) value zero.

       77  sth-report-line           pic x(132) value spaces.
       77  sth-trend-text            pic x(40) value spaces.
       77  sth-trend-ptr             pic 9(4) comp.
       77  sth-flag-text             pic x(20) value spaces.
       77  sth-runs-edit             pic z(3)9 value zero.
       77  sth-latest-edit           pic z(6)9 value zero.
       77  sth-average-edit          pic z(6)9 value zero.
       77  sth-percent-edit          pic z(4)9 value zero.
       77  sth-threshold-edit        pic z(4)9 value zero.
       77  sth-trend-edit            pic z(6)9 value zero.
       77  sth-count-edit            pic z(3)9 value zero.
       77  sth-step-count            pic 9(4) comp value 0.
       77  sth-over-count            pic 9(4) comp value 0.
       77  sth-slower-count          pic 9(4) comp value 0.
       77  sth-released-count        pic 9(4) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           open output trend-report-file
           move spaces to sth-report-line
           string
               'mcatsth step run-time trend  run date '
               mcat-run-date
               delimited by size
               into sth-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move spaces to sth-report-line
           move 'step' to sth-report-line(3:4)
           move 'last run' to sth-report-line(12:8)
           move 'runs' to sth-report-line(21:4)
           move ' elapsed' to sth-report-line(26:8)
           move ' average' to sth-report-line(35:8)
           move '   pct' to sth-report-line(44:6)
           move 'threshold' to sth-report-line(52:9)
           move 'last runs (oldest first)' to sth-report-line(63:24)
           move 'flags' to sth-report-line(104:5)
           perform 7000-emit-report-line thru 7000-exit
           perform 0100-load-thresholds thru 0100-exit
           sort sth-sort-file
               on ascending key sth-sort-step-name
                   sth-sort-night-date sth-sort-start-stamp
               input procedure is 1000-release-runs thru 1000-exit
               output procedure is 3000-report-by-step thru 3000-exit
           perform 8000-finish thru 8000-exit
           stop run.

      *> a missing threshold file is not an error: the trend is
      *> still printed and only the threshold flag is lost.
       0100-load-thresholds.
           open input threshold-file
           if sth-thr-status not = '00'
               display 'mcatsth: MCATSTPT.DAT not found or unreadable'
                   ' - no step thresholds applied'
               go to 0100-exit
           end-if
           perform 0110-read-threshold thru 0110-exit
           perform 0120-store-one-threshold thru 0120-exit
               until thr-no-more
           close threshold-file.
       0100-exit.
           exit.

       0110-read-threshold.
           read threshold-file
               at end move 'Y' to thr-eof-switch
           end-read.
       0110-exit.
           exit.

       0120-store-one-threshold.
           if thr-step-name not = spaces
           and thr-max-seconds is numeric
               if sth-thr-count < sth-thr-max
                   add 1 to sth-thr-count
                   move thr-step-name
                       to sth-thr-step-name(sth-thr-count)
                   move thr-max-seconds
                       to sth-thr-seconds(sth-thr-count)
               else
                   display 'mcatsth: more than ' sth-thr-max
                       ' thresholds - the rest are ignored'
               end-if
           end-if
           perform 0110-read-threshold thru 0110-exit.
       0120-exit.
           exit.

      *> only a clean run - ok or warning - says how long the step
      *> takes; a failed step stopped part way, a bypassed step did
      *> not run, and the chain record is not a step. tonight's
      *> records have not been carried to the history yet, so they
      *> are read from the run-control file as the latest night.
       1000-release-runs.
           open input step-history-file
           if sth-hist-status = '00'
               perform 1100-read-history thru 1100-exit
               perform 1200-release-one-history thru 1200-exit
                   until hist-no-more
               close step-history-file
           end-if
           open input run-control-file
           if sth-run-status = '00'
               move spaces to sth-release-night
               perform 1300-read-run-record thru 1300-exit
               perform 1400-release-one-run-record thru 1400-exit
                   until run-no-more
               close run-control-file
           end-if.
       1000-exit.
           exit.

       1100-read-history.
           read step-history-file
               at end move 'Y' to hist-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-release-one-history.
           move sth-run-control-image to run-control-record
           move sth-night-date to sth-release-night
           perform 1500-release-clean-run thru 1500-exit
           perform 1100-read-history thru 1100-exit.
       1200-exit.
           exit.

       1300-read-run-record.
           read run-control-file
               at end move 'Y' to run-eof-switch
           end-read.
       1300-exit.
           exit.

       1400-release-one-run-record.
           if sth-release-night = spaces
           and rc-start-stamp not = spaces
               move rc-start-stamp(1:8) to sth-release-night
           end-if
           perform 1500-release-clean-run thru 1500-exit
           perform 1300-read-run-record thru 1300-exit.
       1400-exit.
           exit.

      *> the elapsed time is worked out as the morning dashboard
      *> does it: the difference of the two stamps' times of day,
      *> with a day of seconds added for a step that ran across
      *> midnight.
       1500-release-clean-run.
           if rc-outcome not = 'OK' and rc-outcome not = 'WARNING'
               go to 1500-exit
           end-if
           if rc-step-name(1:5) = 'CHAIN'
               go to 1500-exit
           end-if
           compute sth-start-seconds
               = function numval(rc-start-stamp(9:2)) * 3600
               + function numval(rc-start-stamp(11:2)) * 60
               + function numval(rc-start-stamp(13:2))
           compute sth-end-seconds
               = function numval(rc-end-stamp(9:2)) * 3600
               + function numval(rc-end-stamp(11:2)) * 60
               + function numval(rc-end-stamp(13:2))
           compute sth-elapsed-seconds
               = sth-end-seconds - sth-start-seconds
           if rc-end-stamp(1:8) > rc-start-stamp(1:8)
               add 86400 to sth-elapsed-seconds
           end-if
           if sth-elapsed-seconds < 0
               move 0 to sth-elapsed-seconds
           end-if
           move rc-step-name to sth-sort-step-name
           move sth-release-night to sth-sort-night-date
           move rc-start-stamp to sth-sort-start-stamp
           move sth-elapsed-seconds to sth-sort-elapsed
           release sth-sort-entry
           add 1 to sth-released-count.
       1500-exit.
           exit.

       3000-report-by-step.
           move 0 to sth-run-count
           move spaces to sth-break-step-name
           perform 3100-return-one-run thru 3100-exit
           perform 3200-take-one-run thru 3200-exit
               until sorted-no-more
           if sth-run-count > 0
               perform 3300-report-one-step thru 3300-exit
           end-if.
       3000-exit.
           exit.

       3100-return-one-run.
           return sth-sort-file
               at end move 'Y' to sorted-eof-switch
           end-return.
       3100-exit.
           exit.

       3200-take-one-run.
           if sth-sort-step-name not = sth-break-step-name
               if sth-run-count > 0
                   perform 3300-report-one-step thru 3300-exit
               end-if
               move sth-sort-step-name to sth-break-step-name
               move 0 to sth-run-count
           end-if
           if sth-run-count = sth-run-max
               perform 3210-drop-oldest-run
                   varying sth-run-sub from 1 by 1
                   until sth-run-sub = sth-run-max
               subtract 1 from sth-run-count
           end-if
           add 1 to sth-run-count
           move sth-sort-elapsed to sth-run-elapsed(sth-run-count)
           move sth-sort-night-date to sth-last-night-date
           perform 3100-return-one-run thru 3100-exit.
       3200-exit.
           exit.

       3210-drop-oldest-run.
           move sth-run-elapsed(sth-run-sub + 1)
               to sth-run-elapsed(sth-run-sub).

       3300-report-one-step.
           add 1 to sth-step-count
           move sth-run-elapsed(sth-run-count) to sth-latest-elapsed
           perform 3400-average-prior-runs thru 3400-exit
           perform 3500-judge-threshold thru 3500-exit
           perform 3600-judge-slowdown thru 3600-exit
           perform 3700-build-trend-text thru 3700-exit
           move spaces to sth-flag-text
           evaluate true
               when sth-over-threshold and sth-steadily-slower
                   move 'OVER SLOWER' to sth-flag-text
                   add 1 to sth-over-count
                   add 1 to sth-slower-count
               when sth-over-threshold
                   move 'OVER' to sth-flag-text
                   add 1 to sth-over-count
               when sth-steadily-slower
                   move 'SLOWER' to sth-flag-text
                   add 1 to sth-slower-count
           end-evaluate
           move sth-run-count to sth-runs-edit
           move sth-latest-elapsed to sth-latest-edit
           move '      -' to sth-average-text
           move '     -' to sth-percent-text
           move '     -' to sth-threshold-text
           if sth-prior-count > 0
               move sth-average-seconds to sth-average-edit
               string sth-average-edit 's'
                   delimited by size into sth-average-text
               end-string
               move sth-percent to sth-percent-edit
               string sth-percent-edit '%'
                   delimited by size into sth-percent-text
               end-string
           end-if
           if sth-threshold-found
               move sth-thr-seconds(sth-thr-sub) to sth-threshold-edit
               string sth-threshold-edit 's'
                   delimited by size into sth-threshold-text
               end-string
           end-if
           move spaces to sth-report-line
           string
               '  ' sth-break-step-name ' ' sth-last-night-date
               ' ' sth-runs-edit ' ' sth-latest-edit 's '
               sth-average-text ' ' sth-percent-text
               delimited by size
               into sth-report-line
           end-string
           move sth-threshold-text to sth-report-line(55:6)
           move sth-trend-text to sth-report-line(63:40)
           move sth-flag-text to sth-report-line(104:20)
           perform 7000-emit-report-line thru 7000-exit.
       3300-exit.
           exit.

       3400-average-prior-runs.
           move 0 to sth-prior-total
           move 0 to sth-average-seconds
           move 0 to sth-percent
           compute sth-prior-count = sth-run-count - 1
           if sth-prior-count > sth-average-window
               move sth-average-window to sth-prior-count
           end-if
           if sth-prior-count = 0
               go to 3400-exit
           end-if
           compute sth-first-sub = sth-run-count - sth-prior-count
           perform 3410-add-prior-run
               varying sth-run-sub from sth-first-sub by 1
               until sth-run-sub = sth-run-count
           compute sth-average-seconds rounded
               = sth-prior-total / sth-prior-count
           if sth-average-seconds > 0
               compute sth-percent rounded
                   = sth-latest-elapsed * 100 / sth-average-seconds
           end-if.
       3400-exit.
           exit.

       3410-add-prior-run.
           add sth-run-elapsed(sth-run-sub) to sth-prior-total.

       3500-judge-threshold.
           move 'N' to sth-over-switch
           move 'N' to sth-thr-found-switch
           perform 3510-match-threshold
               varying sth-thr-sub from 1 by 1
               until sth-thr-sub > sth-thr-count
               or sth-threshold-found
           if sth-threshold-found
               subtract 1 from sth-thr-sub
               if sth-latest-elapsed > sth-thr-seconds(sth-thr-sub)
                   move 'Y' to sth-over-switch
               end-if
           end-if.
       3500-exit.
           exit.

       3510-match-threshold.
           if sth-thr-step-name(sth-thr-sub) = sth-break-step-name
               move 'Y' to sth-thr-found-switch
           end-if.

       3600-judge-slowdown.
           move 'N' to sth-slower-switch
           if sth-run-count < sth-slower-window
               go to 3600-exit
           end-if
           move 'Y' to sth-slower-switch
           compute sth-first-sub
               = sth-run-count - sth-slower-window + 2
           perform 3610-compare-with-prior
               varying sth-run-sub from sth-first-sub by 1
               until sth-run-sub > sth-run-count
               or not sth-steadily-slower.
       3600-exit.
           exit.

       3610-compare-with-prior.
           if sth-run-elapsed(sth-run-sub)
                   not > sth-run-elapsed(sth-run-sub - 1)
               move 'N' to sth-slower-switch
           end-if.

      *> the last few clean runs, oldest first, so the reader sees
      *> the shape of the trend and not just its last point.
       3700-build-trend-text.
           move spaces to sth-trend-text
           move 1 to sth-trend-ptr
           compute sth-first-sub
               = sth-run-count - sth-slower-window + 1
           if sth-run-count < sth-slower-window
               move 1 to sth-first-sub
           end-if
           perform 3710-add-trend-value
               varying sth-run-sub from sth-first-sub by 1
               until sth-run-sub > sth-run-count.
       3700-exit.
           exit.

       3710-add-trend-value.
           move sth-run-elapsed(sth-run-sub) to sth-trend-edit
           string function trim(sth-trend-edit) ' '
               delimited by size
               into sth-trend-text
               with pointer sth-trend-ptr
           end-string.

       7000-emit-report-line.
           write trend-report-record from sth-report-line
           display function trim(sth-report-line, trailing).
       7000-exit.
           exit.

       8000-finish.
           move sth-step-count to sth-count-edit
           move spaces to sth-report-line
           string
               'steps reported:          ' function trim(sth-count-edit)
               delimited by size
               into sth-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move sth-released-count to sth-count-edit
           move spaces to sth-report-line
           string
               'clean runs on history:   ' function trim(sth-count-edit)
               delimited by size
               into sth-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move sth-over-count to sth-count-edit
           move spaces to sth-report-line
           string
               'steps over threshold:    ' function trim(sth-count-edit)
               delimited by size
               into sth-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move sth-slower-count to sth-count-edit
           move spaces to sth-report-line
           string
               'steps steadily slower:   ' function trim(sth-count-edit)
               delimited by size
               into sth-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           if sth-over-count > 0 or sth-slower-count > 0
               move 4 to return-code
           end-if
           close trend-report-file.
       8000-exit.
           exit.
