       identification division.
       program-id. mcatnit.
      *> version: 1.4.1
      *> desc: nightly batch-window controller - runs the catalog
      *> chain defined in mcatstep.dat in step order, records each
      *> step's start, end and outcome in the run-control file
      *> mcatrun.dat, stops the chain when a step fails, and on the
      *> next invocation resumes from the failed step instead of
      *> step one. the pre-chain checks in mcatpre.dat run ahead of
      *> step one and a failed check stops the night. before a new
      *> night overwrites mcatrun.dat, the last night's records are
      *> carried into the step history mcatstph.dat. from 30 days
      *> before the run calendar's last date every night warns that
      *> mcatcal must build the next year. each run-control record
      *> is on disk before the next step starts, so a step may read
      *> the night's records so far.
       environment division.
       configuration section.
       repository.
           select calendar-file assign to "MCATCAL.DAT"
               organization line sequential
               file status is nit-cal-status.
           select pre-step-file assign to "MCATPRE.DAT"
               organization line sequential
               file status is nit-pre-status.
           select step-history-file assign to "MCATSTPH.DAT"
               organization line sequential
               file status is nit-hist-status.

       data division.
       file section.
           20 filler                pic x(01).
           20 step-command          pic x(80).

       fd  pre-step-file.
       01  pre-step-record.
           20 pre-step-number       pic 9(02).
           20 filler                pic x(01).
           20 pre-step-name         pic x(08).
           20 pre-step-frequency    pic x(01).
           20 filler                pic x(01).
           20 pre-step-command      pic x(80).

       fd  step-history-file.
           copy mcatshl.

       fd  calendar-file.
           copy mcatcdl.

       fd  run-control-file.
       01  run-control-record.
       77  nit-step-status           pic x(02) value spaces.
       77  nit-run-status            pic x(02) value spaces.
       77  nit-cal-status            pic x(02) value spaces.
       77  nit-pre-status            pic x(02) value spaces.
       77  nit-hist-status           pic x(02) value spaces.

       01  nit-step-eof-switch       pic x(01) value 'N'.
           88 nit-no-more-steps       value 'Y'.
           88 nit-date-on-calendar    value 'Y'.
       01  nit-select-switch         pic x(01) value 'N'.
           88 nit-step-selected       value 'Y'.
       01  nit-pre-last-switch       pic x(01) value 'N'.
           88 nit-pre-chain-last      value 'Y'.
       01  nit-pre-eof-switch        pic x(01) value 'N'.
           88 nit-no-more-pre-steps   value 'Y'.
       01  nit-cal-warn-switch       pic x(01) value 'N'.
           88 nit-calendar-running-out value 'Y'.

       77  nit-run-date              pic x(08) value spaces.
       77  nit-day-type              pic x(01) value spaces.
       77  nit-month-end-flag        pic x(01) value spaces.
       77  nit-week-end-flag         pic x(01) value spaces.
       77  nit-cal-last-date         pic x(08) value spaces.
       77  nit-cal-last-numeric      pic 9(08) value zero.
       77  nit-run-date-numeric      pic 9(08) value zero.
       77  nit-cal-days-left         pic s9(05) value zero.
       77  nit-cal-warn-days         pic 9(03) value 30.
       77  nit-cal-days-edit         pic -(4)9 value zero.

       77  nit-param-buffer          pic x(72) value spaces.
       77  nit-param-1               pic x(20) value spaces.
       77  nit-start-stamp           pic x(21) value spaces.
       77  nit-steps-run             pic 9(02) value zero.
       77  nit-command-text          pic x(80) value spaces.
       77  nit-night-date            pic x(08) value spaces.
       77  nit-carried-count         pic 9(04) value zero.

       procedure division.

           else
               if nit-resuming
                   open extend run-control-file
                   if nit-pre-chain-last
                       display 'mcatnit: resuming the night with the '
                           'pre-chain checks'
                   else
                       display 'mcatnit: resuming the chain at step '
                           nit-resume-step
                   end-if
               else
                   if nit-param-1 = spaces
                       perform 1300-carry-run-history thru 1300-exit
                   end-if
                   open output run-control-file
               end-if
               if nit-param-1 = spaces and nit-resume-step not > 1
                   perform 1500-run-pre-chain thru 1500-exit
               end-if
               perform 2100-read-step thru 2100-exit
               perform 2000-run-one-step thru 2000-exit
                   until nit-no-more-steps
           end-if
           perform 0210-read-calendar thru 0210-exit
           perform 0220-match-calendar-date thru 0220-exit
               until nit-no-more-cal
           close calendar-file
           perform 0230-check-calendar-horizon thru 0230-exit
           if not nit-date-on-calendar
               display 'mcatnit: ' nit-run-date ' is not on the run '
                   'calendar - run stopped'
               move cal-day-type to nit-day-type
               move cal-month-end to nit-month-end-flag
               move cal-week-end to nit-week-end-flag
           end-if
           if cal-date is numeric and cal-date > nit-cal-last-date
               move cal-date to nit-cal-last-date
           end-if
           perform 0210-read-calendar thru 0210-exit.
       0220-exit.
           exit.

      *> the calendar is read to its end for its last date; inside
      *> the warning window each night says so, well before the
      *> first date the chain cannot schedule. the warning makes the
      *> night end with the advisory return code.
       0230-check-calendar-horizon.
           if nit-cal-last-date = spaces
               go to 0230-exit
           end-if
           move nit-cal-last-date to nit-cal-last-numeric
           move nit-run-date to nit-run-date-numeric
           compute nit-cal-days-left
               = function integer-of-date(nit-cal-last-numeric)
               - function integer-of-date(nit-run-date-numeric)
           if nit-cal-days-left not > nit-cal-warn-days
               move 'Y' to nit-cal-warn-switch
               move nit-cal-days-left to nit-cal-days-edit
               display 'mcatnit: WARNING - the run calendar ends '
                   nit-cal-last-date ', '
                   function trim(nit-cal-days-edit) ' days from today'
               display '  - run mcatcal BUILD to add the next year '
                   'before the calendar runs out.'
           end-if.
       0230-exit.
           exit.

      *> reads the prior run-control records to pick the starting
      *> step: a chain that ended complete (or no file at all) starts
      *> over at step one; a recorded failure resumes at the failed

       1200-note-one-run-record.
           move rc-outcome to nit-last-outcome
           move 'N' to nit-pre-last-switch
           if rc-step-number is numeric
               move function numval(rc-step-number) to nit-last-step
           end-if
           if rc-step-number(1:1) = 'P'
               move 'Y' to nit-pre-last-switch
           end-if
           perform 1100-read-run-record thru 1100-exit.
       1200-exit.
           exit.

      *> a fresh night is about to empty mcatrun.dat, so whatever
      *> the last night left there - complete, failed or cut short -
      *> goes to the step history first. a resumed night extends the
      *> file instead, so every record is carried exactly once. the
      *> night date is the start date of its first record; the chain
      *> record carries no start stamp of its own. work-order runs
      *> keep their own run file and are not carried.
       1300-carry-run-history.
           move 'N' to nit-run-eof-switch
           move spaces to nit-night-date
           move 0 to nit-carried-count
           open input run-control-file
           if nit-run-status not = '00'
               go to 1300-exit
           end-if
           open extend step-history-file
           if nit-hist-status not = '00'
               open output step-history-file
           end-if
           perform 1100-read-run-record thru 1100-exit
           perform 1400-carry-one-run-record thru 1400-exit
               until nit-no-more-run-recs
           close run-control-file
           close step-history-file
           display 'mcatnit: ' nit-carried-count
               ' run-control records carried to MCATSTPH.DAT'.
       1300-exit.
           exit.

       1400-carry-one-run-record.
           if nit-night-date = spaces
           and rc-start-stamp not = spaces
               move rc-start-stamp(1:8) to nit-night-date
           end-if
           move spaces to sth-history-record
           move nit-night-date to sth-night-date
           move run-control-record to sth-run-control-image
           write sth-history-record
           add 1 to nit-carried-count
           perform 1100-read-run-record thru 1100-exit.
       1400-exit.
           exit.

      *> the pre-chain holds the checks that must pass before the
      *> night is allowed to start - the layout audit and the step
      *> order check among them. they run every night, ahead of step
      *> one and again whenever the chain restarts from step one;
      *> their run-control records carry step numbers p1, p2 ... so
      *> the resume logic never mistakes them for chain steps. a
      *> work-order step file runs without them.
       1500-run-pre-chain.
           move 'N' to nit-pre-eof-switch
           open input pre-step-file
           if nit-pre-status not = '00'
               display 'mcatnit: MCATPRE.DAT not found or unreadable '
                   '- no pre-chain checks run'
               go to 1500-exit
           end-if
           perform 1600-read-pre-step thru 1600-exit
           perform 1700-run-one-pre-step thru 1700-exit
               until nit-no-more-pre-steps or nit-chain-failed
           close pre-step-file
           if nit-chain-failed
               display 'mcatnit: a pre-chain check failed - the night '
                   'is stopped before step 01'
           end-if.
       1500-exit.
           exit.

       1600-read-pre-step.
           read pre-step-file
               at end move 'Y' to nit-pre-eof-switch
           end-read.
       1600-exit.
           exit.

       1700-run-one-pre-step.
           move function current-date to nit-start-stamp
           display 'mcatnit: pre-chain check ' pre-step-number ' '
               function trim(pre-step-name) ' started'
           move pre-step-command to nit-command-text
           move 0 to return-code
           call 'SYSTEM' using nit-command-text
           end-call
           move spaces to run-control-record
           move 'P' to rc-step-number(1:1)
           move pre-step-number(2:1) to rc-step-number(2:1)
           move pre-step-name to rc-step-name
           move nit-start-stamp to rc-start-stamp
           move function current-date to rc-end-stamp
           divide return-code by 256
               giving nit-exit-code remainder nit-exit-rem
           evaluate true
               when return-code = 0
                   move 'OK' to rc-outcome
                   display 'mcatnit: pre-chain check ' pre-step-number
                       ' ' function trim(pre-step-name) ' ended ok'
               when nit-exit-rem = 0 and nit-exit-code = 4
                   move 'WARNING' to rc-outcome
                   display 'mcatnit: pre-chain check ' pre-step-number
                       ' ' function trim(pre-step-name)
                       ' ended with a warning - night continues'
               when other
                   move 'FAIL' to rc-outcome
                   move 'Y' to nit-fail-switch
                   display 'mcatnit: pre-chain check ' pre-step-number
                       ' ' function trim(pre-step-name)
                       ' FAILED - night stopped'
           end-evaluate
           move 0 to return-code
           perform 3900-file-run-record thru 3900-exit
           perform 1600-read-pre-step thru 1600-exit.
       1700-exit.
           exit.

       2000-run-one-step.
           perform 2500-judge-step-frequency thru 2500-exit
           evaluate true
           move function current-date to rc-start-stamp
           move function current-date to rc-end-stamp
           move 'BYPASS' to rc-outcome
           perform 3900-file-run-record thru 3900-exit.
       2600-exit.
           exit.

                       ' FAILED - chain stopped'
           end-evaluate
           move 0 to return-code
           perform 3900-file-run-record thru 3900-exit.
       3000-exit.
           exit.

      *> each record is closed onto disk as soon as it is written and
      *> the file reopened to extend, so a step started after it -
      *> mcatsth reading tonight's run times - finds every record
      *> the night has made so far.
       3900-file-run-record.
           write run-control-record
           close run-control-file
           open extend run-control-file.
       3900-exit.
           exit.

       8000-finish.
           if not nit-chain-failed
               move spaces to run-control-record
               write run-control-record
               display 'mcatnit: chain complete - steps run this '
                   'pass: ' nit-steps-run
               if nit-calendar-running-out
                   display 'mcatnit: the run calendar ends '
                       nit-cal-last-date ' - run mcatcal BUILD'
                   move 4 to return-code
               end-if
           else
               move 8 to return-code
           end-if
