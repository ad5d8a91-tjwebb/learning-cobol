       identification division.
       program-id. mcatscr.
      *> version: 1.0.1
      *> desc: module health scorecard - weighs, for every registered
      *> module, the comment-to-code ratio and paragraph count from
      *> mcatmet.dat, its rejects in mcatsusp.dat, its unbumped
      *> content changes in mcatfpx.rpt, its version churn in
      *> mcatvhst.dat, its call fan-in and fan-out in mcatdep.dat
      *> and its membership of a call cycle in mcatcyc.rpt into one
      *> score out of 100, scaled by the criticality in mcatown.dat.
      *> the weights are read from mcatscrw.dat; each night's scores
      *> are kept in mcatscrh.dat, and mcatscr.rpt ranks the modules
      *> worst-first within each owning department with how far each
      *> score moved since a month ago.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select mcat-index-file assign to "MCATIDX.DAT"
               organization indexed
               access mode sequential
               record key mcatk-module-id
               file status is mcat-index-status.
           select mcat-owner-file assign to "MCATOWN.DAT"
               organization indexed
               access mode random
               record key own-module-id
               file status is mcat-owner-status.
           select weight-file assign to "MCATSCRW.DAT"
               organization line sequential
               file status is scr-weight-status.
           select mcat-metrics-file assign to "MCATMET.DAT"
               organization line sequential
               file status is mcat-met-status.
           select mcat-dep-file assign to "MCATDEP.DAT"
               organization line sequential
               file status is mcat-dep-status.
           select mcat-history-file assign to "MCATVHST.DAT"
               organization line sequential
               file status is mcat-hist-status.
           select mcat-suspense-file assign to "MCATSUSP.DAT"
               organization line sequential
               file status is mcat-susp-status.
           select fpx-report-file assign to "MCATFPX.RPT"
               organization line sequential
               file status is mcat-fpx-status.
           select cycle-report-file assign to "MCATCYC.RPT"
               organization line sequential
               file status is mcat-cyc-status.
           select score-history-file assign to "MCATSCRH.DAT"
               organization line sequential
               file status is scr-history-status.
           select score-work-file assign to "MCATSCRH.WRK"
               organization line sequential.
           select score-report-file assign to "MCATSCR.RPT"
               organization line sequential.
           select scr-sort-file assign to "MCATKSRT.TMP".
           select mcat-lock-file assign to "MCATLOCK.DAT"
               organization line sequential
               file status is mcat-lock-status.

       data division.
       file section.
       fd  mcat-index-file.
           copy mcatlay replacing
               ==mcat-module-record== by ==mcatk-record==
               ==mcat-module-id==     by ==mcatk-module-id==
               ==mcat-module-path==   by ==mcatk-module-path==
               ==mcat-module-source== by ==mcatk-module-source==
               ==mcat-version==       by ==mcatk-version==
               ==mcat-description==   by ==mcatk-description==
               ==mcat-status==        by ==mcatk-status==
               ==mcat-status-date==   by ==mcatk-status-date==.

       fd  mcat-owner-file.
       01  mcat-owner-record.
           20 own-module-id         pic x(32).
           20 own-department        pic x(10).
           20 own-contact           pic x(20).
           20 own-criticality       pic x(01).

      *> one line per signal: signal code, the limit the module may
      *> reach before it is penalised, the points per unit past the
      *> limit and the most points the signal can cost. for the
      *> criticality codes the limit is the percentage the penalty
      *> total is scaled by. lines starting '*' are notes.
       fd  weight-file.
       01  weight-record.
           20 wgt-code              pic x(08).
           20 filler                pic x(01).
           20 wgt-limit             pic x(05).
           20 filler                pic x(01).
           20 wgt-points            pic x(03).
           20 filler                pic x(01).
           20 wgt-cap               pic x(03).
           20 filler                pic x(50).

       fd  mcat-metrics-file.
       01  mcat-metrics-record.
           20 met-module-id         pic x(32).
           20 met-total-lines       pic 9(06).
           20 filler                pic x(01).
           20 met-comment-lines     pic 9(06).
           20 filler                pic x(01).
           20 met-paragraph-count   pic 9(06).

       fd  mcat-dep-file.
       01  mcat-dep-record.
           20 mcat-dep-user         pic x(32).
           20 mcat-dep-type         pic x(04).
           20 mcat-dep-target       pic x(64).

       fd  mcat-history-file.
       01  mcat-history-record.
           20 hist-module-id        pic x(32).
           20 hist-run-date         pic x(08).
           20 hist-old-version      pic x(08).
           20 hist-new-version      pic x(08).
           20 hist-operator         pic x(10).
           20 hist-action           pic x(01).

       fd  mcat-suspense-file.
       01  mcat-suspense-record.
           20 susp-reason           pic x(03).
           20 filler                pic x(01).
           20 susp-module-data      pic x(377).

       fd  fpx-report-file.
       01  fpx-report-record        pic x(132).

       fd  cycle-report-file.
       01  cycle-report-record      pic x(256).

      *> one record per module per night scored, appended in run
      *> order; a second run on the same night replaces that
      *> night's records.
       fd  score-history-file.
       01  score-history-record.
           20 sch-run-date          pic x(08).
           20 filler                pic x(01).
           20 sch-module-id         pic x(32).
           20 filler                pic x(01).
           20 sch-department        pic x(10).
           20 filler                pic x(01).
           20 sch-criticality       pic x(01).
           20 filler                pic x(01).
           20 sch-score             pic 9(03).
           20 filler                pic x(01).
           20 sch-penalty           pic 9(05).

       fd  score-work-file.
       01  score-work-record        pic x(64).

       fd  score-report-file.
       01  score-report-record      pic x(132).

      *> tonight's scores sorted by department, worst score first,
      *> so each department's ranking comes back as one group.
       sd  scr-sort-file.
       01  scr-sort-entry.
           20 ksr-department        pic x(10).
           20 ksr-score             pic 9(03).
           20 ksr-module-id         pic x(32).
           20 ksr-module-sub        pic 9(04).

       fd  mcat-lock-file.
       01  mcat-lock-record.
           20 lock-state            pic x(01).
           20 filler                pic x(01).
           20 lock-stamp            pic x(21).
           20 filler                pic x(01).
           20 lock-operator         pic x(10).

       working-storage section.

       77  mcat-index-status         pic x(02) value spaces.
       77  mcat-owner-status         pic x(02) value spaces.
       77  mcat-met-status           pic x(02) value spaces.
       77  mcat-dep-status           pic x(02) value spaces.
       77  mcat-hist-status          pic x(02) value spaces.
       77  mcat-susp-status          pic x(02) value spaces.
       77  mcat-fpx-status           pic x(02) value spaces.
       77  mcat-cyc-status           pic x(02) value spaces.
       77  mcat-lock-status          pic x(02) value spaces.
       77  scr-weight-status         pic x(02) value spaces.
       77  scr-history-status        pic x(02) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  mcat-rebuild-switch       pic x(01) value 'N'.
           88 mcat-rebuild-underway   value 'Y'.
       01  scr-load-eof-switch       pic x(01) value 'N'.
           88 scr-load-no-more        value 'Y'.
       01  sorted-eof-switch         pic x(01) value 'N'.
           88 sorted-no-more          value 'Y'.
       01  scr-owner-switch          pic x(01) value 'N'.
           88 scr-owner-on-file       value 'Y'.
       01  scr-partial-switch        pic x(01) value 'N'.
           88 scr-signals-partial     value 'Y'.
       01  scr-weight-found-switch   pic x(01) value 'N'.
           88 scr-weight-found        value 'Y'.

      *> the weights in force when mcatscrw.dat is missing, and the
      *> table a line of that file overrides by its code.
       01  scr-weight-list.
           05 filler pic x(08) value 'COMMENT'.
           05 filler pic 9(05) value 20.
           05 filler pic 9(03) value 2.
           05 filler pic 9(03) value 30.
           05 filler pic x(08) value 'PARAS'.
           05 filler pic 9(05) value 40.
           05 filler pic 9(03) value 1.
           05 filler pic 9(03) value 15.
           05 filler pic x(08) value 'SUSPENSE'.
           05 filler pic 9(05) value 0.
           05 filler pic 9(03) value 15.
           05 filler pic 9(03) value 30.
           05 filler pic x(08) value 'UNBUMPED'.
           05 filler pic 9(05) value 0.
           05 filler pic 9(03) value 10.
           05 filler pic 9(03) value 20.
           05 filler pic x(08) value 'CHURN'.
           05 filler pic 9(05) value 3.
           05 filler pic 9(03) value 4.
           05 filler pic 9(03) value 20.
           05 filler pic x(08) value 'FANIN'.
           05 filler pic 9(05) value 8.
           05 filler pic 9(03) value 2.
           05 filler pic 9(03) value 10.
           05 filler pic x(08) value 'FANOUT'.
           05 filler pic 9(05) value 8.
           05 filler pic 9(03) value 2.
           05 filler pic 9(03) value 10.
           05 filler pic x(08) value 'CYCLE'.
           05 filler pic 9(05) value 0.
           05 filler pic 9(03) value 15.
           05 filler pic 9(03) value 15.
           05 filler pic x(08) value 'CRITA'.
           05 filler pic 9(05) value 150.
           05 filler pic 9(03) value 0.
           05 filler pic 9(03) value 0.
           05 filler pic x(08) value 'CRITB'.
           05 filler pic 9(05) value 120.
           05 filler pic 9(03) value 0.
           05 filler pic 9(03) value 0.
           05 filler pic x(08) value 'CRITC'.
           05 filler pic 9(05) value 100.
           05 filler pic 9(03) value 0.
           05 filler pic 9(03) value 0.
       01  scr-weight-table redefines scr-weight-list.
           05 scr-weight-entry occurs 11 times.
              10 swt-code            pic x(08).
              10 swt-limit           pic 9(05).
              10 swt-points          pic 9(03).
              10 swt-cap             pic 9(03).
       77  scr-weight-count          pic 9(4) comp value 11.
       77  scr-weight-sub            pic 9(4) comp.
       77  scr-wgt-comment           pic 9(4) comp value 1.
       77  scr-wgt-paras             pic 9(4) comp value 2.
       77  scr-wgt-suspense          pic 9(4) comp value 3.
       77  scr-wgt-unbumped          pic 9(4) comp value 4.
       77  scr-wgt-churn             pic 9(4) comp value 5.
       77  scr-wgt-fanin             pic 9(4) comp value 6.
       77  scr-wgt-fanout            pic 9(4) comp value 7.
       77  scr-wgt-cycle             pic 9(4) comp value 8.
       77  scr-wgt-crit-a            pic 9(4) comp value 9.
       77  scr-wgt-crit-b            pic 9(4) comp value 10.
       77  scr-wgt-crit-c            pic 9(4) comp value 11.

      *> churn counts the version moves inside scr-churn-days; a
      *> score moves against the newest one filed at least
      *> scr-compare-days ago, or against the oldest on file while
      *> the history is younger than that.
       77  scr-churn-days            pic 9(4) comp value 90.
       77  scr-compare-days          pic 9(4) comp value 30.
       77  scr-date-numeric          pic 9(08) value zero.
       77  scr-churn-from            pic x(08) value spaces.
       77  scr-compare-date          pic x(08) value spaces.

      *> every registered module with its signals, in registry key
      *> order, and the score worked out from them.
       01  scr-module-table.
           05 scr-module-entry occurs 2000 times.
              10 smd-module-id       pic x(32).
              10 smd-match-id        pic x(32).
              10 smd-department      pic x(10).
              10 smd-criticality     pic x(01).
              10 smd-metrics-flag    pic x(01).
              10 smd-comment-pct     pic 9(04) comp.
              10 smd-paragraphs      pic 9(06) comp.
              10 smd-rejects         pic 9(04) comp.
              10 smd-unbumped        pic 9(04) comp.
              10 smd-churn           pic 9(04) comp.
              10 smd-fan-in          pic 9(04) comp.
              10 smd-fan-out         pic 9(04) comp.
              10 smd-cycle-flag      pic x(01).
              10 smd-penalty         pic 9(05) comp.
              10 smd-score           pic 9(03) comp.
              10 smd-prior-score     pic 9(03) comp.
              10 smd-prior-date      pic x(08).
              10 smd-prior-kind      pic x(01).
       77  scr-module-count          pic 9(4) comp value 0.
       77  scr-module-max            pic 9(4) comp value 2000.
       77  scr-sub                   pic 9(4) comp.
       77  scr-found-sub             pic 9(4) comp.
       77  scr-find-id               pic x(32) value spaces.

       77  scr-code-lines            pic 9(06) value zero.
       77  scr-excess                pic s9(07) value zero.
       77  scr-points                pic s9(07) value zero.
       77  scr-raw-penalty           pic s9(07) value zero.
       77  scr-scaled-penalty        pic s9(07) value zero.
       77  scr-crit-percent          pic 9(05) value zero.
       77  scr-score-work            pic s9(07) value zero.

       77  scr-stem-work             pic x(64) value spaces.
       77  scr-stem-len              pic 9(4) comp.
       77  scr-fpx-head              pic x(80) value spaces.
       77  scr-fpx-id                pic x(40) value spaces.
       77  scr-signature             pic x(256) value spaces.
       77  scr-sig-ptr               pic 9(4) comp.
       77  scr-sig-len               pic 9(4) comp.
       77  scr-member                pic x(40) value spaces.

       77  scr-report-line           pic x(132) value spaces.
       77  scr-signal-text           pic x(64) value spaces.
       77  scr-break-department      pic x(10) value spaces.
       77  scr-rank                  pic 9(4) comp value 0.
       77  scr-dept-total            pic 9(07) value zero.
       77  scr-dept-average          pic 9(03) value zero.
       77  scr-all-total             pic 9(07) value zero.
       77  scr-move                  pic s9(03) value zero.
       77  scr-rank-edit             pic z(3)9 value zero.
       77  scr-score-edit            pic zz9 value zero.
       77  scr-prior-edit            pic zz9 value zero.
       77  scr-move-edit             pic +++9 value zero.
       77  scr-value-edit            pic z(5)9 value zero.
       77  scr-count-edit            pic z(4)9 value zero.
       77  scr-crit-text             pic x(01) value spaces.
       77  scr-department-count      pic 9(4) comp value 0.
       77  scr-fell-count            pic 9(4) comp value 0.
       77  scr-rose-count            pic 9(4) comp value 0.
       77  scr-new-count             pic 9(4) comp value 0.
       77  scr-kept-count            pic 9(6) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0100-check-run-lock thru 0100-exit
           if mcat-rebuild-underway
               move 8 to return-code
               stop run
           end-if
           perform 1000-initialize thru 1000-exit
           perform 2000-gather-signals thru 2000-exit
           perform 3000-score-modules thru 3000-exit
           perform 4000-update-history thru 4000-exit
           open output score-report-file
           perform 5000-print-headings thru 5000-exit
           sort scr-sort-file
               on ascending key ksr-department ksr-score
                   ksr-module-id
               input procedure is 5100-release-scores thru 5100-exit
               output procedure is 5200-print-ranking thru 5200-exit
           perform 8000-finish thru 8000-exit
           stop run.

      *> a raised lock means mcatdrv is rebuilding the registry and
      *> its side files right now, and a score taken from them
      *> would be filed against a half-built night.
       0100-check-run-lock.
           open input mcat-lock-file
           if mcat-lock-status = '00'
               read mcat-lock-file
                   at end move 'N' to lock-state
               end-read
               close mcat-lock-file
               if lock-state = 'Y'
                   move 'Y' to mcat-rebuild-switch
                   display 'mcatscr: a catalog rebuild is underway - '
                       'try again when it completes'
                   display '  lock set ' lock-stamp ' by '
                       function trim(lock-operator)
                   display '  if that rebuild abended, clear the '
                       'stale lock with mcatulk'
               end-if
           end-if.
       0100-exit.
           exit.

       1000-initialize.
           move mcat-run-date to scr-date-numeric
           compute scr-date-numeric = function date-of-integer(
               function integer-of-date(scr-date-numeric)
               - scr-churn-days)
           move scr-date-numeric to scr-churn-from
           move mcat-run-date to scr-date-numeric
           compute scr-date-numeric = function date-of-integer(
               function integer-of-date(scr-date-numeric)
               - scr-compare-days)
           move scr-date-numeric to scr-compare-date
           perform 1100-load-weights thru 1100-exit
           open input mcat-index-file
           if mcat-index-status not = '00'
               display 'mcatscr: MCATIDX.DAT not found or unreadable'
               display '  - run mcatdrv first to build the index.'
               move 8 to return-code
               stop run
           end-if
           open input mcat-owner-file
           if mcat-owner-status = '00'
               move 'Y' to scr-owner-switch
           else
               display 'mcatscr: MCATOWN.DAT not found - modules '
                   'scored as unowned, criticality C'
           end-if
           perform 1200-load-modules thru 1200-exit
           close mcat-index-file
           if scr-owner-on-file
               close mcat-owner-file
           end-if.
       1000-exit.
           exit.

      *> a missing weights file is not an error: the scorecard runs
      *> on the weights built in above. a line with an unknown code
      *> or a field that is not a number is named and passed over.
       1100-load-weights.
           move 'N' to scr-load-eof-switch
           open input weight-file
           if scr-weight-status not = '00'
               display 'mcatscr: MCATSCRW.DAT not found - standard '
                   'weights applied'
               go to 1100-exit
           end-if
           perform 1110-read-weight thru 1110-exit
           perform 1120-apply-one-weight thru 1120-exit
               until scr-load-no-more
           close weight-file.
       1100-exit.
           exit.

       1110-read-weight.
           read weight-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       1110-exit.
           exit.

       1120-apply-one-weight.
           if weight-record(1:1) = '*' or weight-record = spaces
               perform 1110-read-weight thru 1110-exit
               go to 1120-exit
           end-if
           move 'N' to scr-weight-found-switch
           perform 1130-match-weight
               varying scr-weight-sub from 1 by 1
               until scr-weight-sub > scr-weight-count
               or scr-weight-found
           if not scr-weight-found
           or wgt-limit is not numeric
           or wgt-points is not numeric
           or wgt-cap is not numeric
               display 'mcatscr: weight line not understood - '
                   function trim(weight-record)
               perform 1110-read-weight thru 1110-exit
               go to 1120-exit
           end-if
           subtract 1 from scr-weight-sub
           move wgt-limit to swt-limit(scr-weight-sub)
           move wgt-points to swt-points(scr-weight-sub)
           move wgt-cap to swt-cap(scr-weight-sub)
           perform 1110-read-weight thru 1110-exit.
       1120-exit.
           exit.

       1130-match-weight.
           if swt-code(scr-weight-sub) = wgt-code
               move 'Y' to scr-weight-found-switch
           end-if.

      *> the registry in key order, each module with its owning
      *> department and criticality; the side files name a module
      *> by its lowercase stem, kept alongside as the match key.
       1200-load-modules.
           perform 1210-read-index thru 1210-exit
           perform 1220-store-one-module thru 1220-exit
               until mcat-eof.
       1200-exit.
           exit.

       1210-read-index.
           read mcat-index-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       1210-exit.
           exit.

       1220-store-one-module.
           if scr-module-count >= scr-module-max
               display 'mcatscr: more than ' scr-module-max
                   ' registered modules - the rest are not scored'
               move 'Y' to mcat-eof-switch
               go to 1220-exit
           end-if
           add 1 to scr-module-count
           move scr-module-count to scr-sub
           initialize scr-module-entry(scr-sub)
           move mcatk-module-id to smd-module-id(scr-sub)
           move function lower-case(mcatk-module-id)
               to smd-match-id(scr-sub)
           move 'UNOWNED' to smd-department(scr-sub)
           move spaces to smd-criticality(scr-sub)
           move 'N' to smd-metrics-flag(scr-sub)
           move 'N' to smd-cycle-flag(scr-sub)
           move spaces to smd-prior-date(scr-sub)
           move spaces to smd-prior-kind(scr-sub)
           if scr-owner-on-file
               move mcatk-module-id to own-module-id
               read mcat-owner-file
                   invalid key
                       continue
                   not invalid key
                       move own-department to smd-department(scr-sub)
                       move own-criticality
                           to smd-criticality(scr-sub)
               end-read
           end-if
           perform 1210-read-index thru 1210-exit.
       1220-exit.
           exit.

      *> each side file is read once and its records credited to the
      *> module they name; a missing one leaves its signal at zero
      *> and the run ends advisory, since the scores are then
      *> kinder than the truth.
       2000-gather-signals.
           perform 2100-take-metrics thru 2100-exit
           perform 2200-take-dependencies thru 2200-exit
           perform 2300-take-version-churn thru 2300-exit
           perform 2400-take-suspense thru 2400-exit
           perform 2500-take-unbumped-changes thru 2500-exit
           perform 2600-take-cycles thru 2600-exit.
       2000-exit.
           exit.

       2100-take-metrics.
           move 'N' to scr-load-eof-switch
           open input mcat-metrics-file
           if mcat-met-status not = '00'
               display 'mcatscr: MCATMET.DAT not found - size '
                   'signals not scored'
               move 'Y' to scr-partial-switch
               go to 2100-exit
           end-if
           perform 2110-read-metrics thru 2110-exit
           perform 2120-credit-one-metrics thru 2120-exit
               until scr-load-no-more
           close mcat-metrics-file.
       2100-exit.
           exit.

       2110-read-metrics.
           read mcat-metrics-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       2110-exit.
           exit.

      *> the comment-to-code ratio is comment lines per hundred
      *> lines of code, a member with no code lines counting as
      *> fully commented.
       2120-credit-one-metrics.
           move met-module-id to scr-find-id
           perform 2900-find-module thru 2900-exit
           if scr-found-sub > 0
               move 'Y' to smd-metrics-flag(scr-found-sub)
               move met-paragraph-count
                   to smd-paragraphs(scr-found-sub)
               move 9999 to smd-comment-pct(scr-found-sub)
               if met-total-lines > met-comment-lines
                   compute scr-code-lines
                       = met-total-lines - met-comment-lines
                   compute smd-comment-pct(scr-found-sub)
                       = met-comment-lines * 100 / scr-code-lines
                       on size error
                           move 9999 to smd-comment-pct(scr-found-sub)
                   end-compute
               end-if
           end-if
           perform 2110-read-metrics thru 2110-exit.
       2120-exit.
           exit.

      *> fan-out is every copy and call link a module makes; fan-in
      *> is every call another module makes to it.
       2200-take-dependencies.
           move 'N' to scr-load-eof-switch
           open input mcat-dep-file
           if mcat-dep-status not = '00'
               display 'mcatscr: MCATDEP.DAT not found - fan-in and '
                   'fan-out not scored'
               move 'Y' to scr-partial-switch
               go to 2200-exit
           end-if
           perform 2210-read-dependency thru 2210-exit
           perform 2220-credit-one-dependency thru 2220-exit
               until scr-load-no-more
           close mcat-dep-file.
       2200-exit.
           exit.

       2210-read-dependency.
           read mcat-dep-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       2210-exit.
           exit.

       2220-credit-one-dependency.
           move mcat-dep-user to scr-find-id
           perform 2900-find-module thru 2900-exit
           if scr-found-sub > 0
               add 1 to smd-fan-out(scr-found-sub)
           end-if
           if mcat-dep-type = 'CALL'
               move mcat-dep-target to scr-stem-work
               perform 2800-strip-extension thru 2800-exit
               if scr-stem-work(1:32) not = function lower-case(
                       mcat-dep-user)
                   move scr-stem-work(1:32) to scr-find-id
                   perform 2900-find-module thru 2900-exit
                   if scr-found-sub > 0
                       add 1 to smd-fan-in(scr-found-sub)
                   end-if
               end-if
           end-if
           perform 2210-read-dependency thru 2210-exit.
       2220-exit.
           exit.

      *> churn is the number of times the version moved inside the
      *> window, by a catalog run or by maintenance alike; a
      *> module's first entry on the history is not a move.
       2300-take-version-churn.
           move 'N' to scr-load-eof-switch
           open input mcat-history-file
           if mcat-hist-status not = '00'
               go to 2300-exit
           end-if
           perform 2310-read-history thru 2310-exit
           perform 2320-credit-one-history thru 2320-exit
               until scr-load-no-more
           close mcat-history-file.
       2300-exit.
           exit.

       2310-read-history.
           read mcat-history-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       2310-exit.
           exit.

       2320-credit-one-history.
           if hist-run-date > scr-churn-from
           and hist-run-date <= mcat-run-date
           and hist-old-version not = spaces
           and hist-old-version not = hist-new-version
               move hist-module-id to scr-find-id
               perform 2900-find-module thru 2900-exit
               if scr-found-sub > 0
                   add 1 to smd-churn(scr-found-sub)
               end-if
           end-if
           perform 2310-read-history thru 2310-exit.
       2320-exit.
           exit.

      *> the suspense file holds the records the last catalog run
      *> rejected; an empty or missing one means nothing is held.
       2400-take-suspense.
           move 'N' to scr-load-eof-switch
           open input mcat-suspense-file
           if mcat-susp-status not = '00'
               go to 2400-exit
           end-if
           perform 2410-read-suspense thru 2410-exit
           perform 2420-credit-one-reject thru 2420-exit
               until scr-load-no-more
           close mcat-suspense-file.
       2400-exit.
           exit.

       2410-read-suspense.
           read mcat-suspense-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       2410-exit.
           exit.

       2420-credit-one-reject.
           move susp-module-data(1:32) to scr-find-id
           perform 2900-find-module thru 2900-exit
           if scr-found-sub > 0
               add 1 to smd-rejects(scr-found-sub)
           end-if
           perform 2410-read-suspense thru 2410-exit.
       2420-exit.
           exit.

      *> mcatdrv files one exception line per member whose content
      *> moved while its version marker did not:
      *>   content changed, version still 1.2.0: module (source)
       2500-take-unbumped-changes.
           move 'N' to scr-load-eof-switch
           open input fpx-report-file
           if mcat-fpx-status not = '00'
               display 'mcatscr: MCATFPX.RPT not found - unbumped '
                   'changes not scored'
               move 'Y' to scr-partial-switch
               go to 2500-exit
           end-if
           perform 2510-read-exception thru 2510-exit
           perform 2520-credit-one-exception thru 2520-exit
               until scr-load-no-more
           close fpx-report-file.
       2500-exit.
           exit.

       2510-read-exception.
           read fpx-report-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       2510-exit.
           exit.

       2520-credit-one-exception.
           if fpx-report-record(1:33)
                   = '  content changed, version still '
               move spaces to scr-fpx-head
               move spaces to scr-fpx-id
               unstring fpx-report-record delimited by ': ' or ' ('
                   into scr-fpx-head scr-fpx-id
               end-unstring
               move scr-fpx-id to scr-find-id
               perform 2900-find-module thru 2900-exit
               if scr-found-sub > 0
                   add 1 to smd-unbumped(scr-found-sub)
               end-if
           end-if
           perform 2510-read-exception thru 2510-exit.
       2520-exit.
           exit.

      *> mcatcyc prints each call cycle, known or new, as its
      *> members joined by '>' and closed on the first again:
      *>   known cycle: mcata>mcatb>mcata
       2600-take-cycles.
           move 'N' to scr-load-eof-switch
           open input cycle-report-file
           if mcat-cyc-status not = '00'
               display 'mcatscr: MCATCYC.RPT not found - cycle '
                   'membership not scored'
               move 'Y' to scr-partial-switch
               go to 2600-exit
           end-if
           perform 2610-read-cycle thru 2610-exit
           perform 2620-credit-one-cycle thru 2620-exit
               until scr-load-no-more
           close cycle-report-file.
       2600-exit.
           exit.

       2610-read-cycle.
           read cycle-report-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       2610-exit.
           exit.

       2620-credit-one-cycle.
           if cycle-report-record(1:15) = '  known cycle: '
           or cycle-report-record(1:15) = '  NEW cycle:   '
               move function trim(cycle-report-record(16:241))
                   to scr-signature
               move function length(function trim(scr-signature))
                   to scr-sig-len
               move 1 to scr-sig-ptr
               perform 2630-mark-one-member thru 2630-exit
                   until scr-sig-ptr > scr-sig-len
           end-if
           perform 2610-read-cycle thru 2610-exit.
       2620-exit.
           exit.

       2630-mark-one-member.
           move spaces to scr-member
           unstring scr-signature delimited by '>'
               into scr-member
               with pointer scr-sig-ptr
           end-unstring
           move scr-member to scr-find-id
           perform 2900-find-module thru 2900-exit
           if scr-found-sub > 0
               move 'Y' to smd-cycle-flag(scr-found-sub)
           end-if.
       2630-exit.
           exit.

       2800-strip-extension.
           move function lower-case(function trim(scr-stem-work))
               to scr-stem-work
           move function length(function trim(scr-stem-work))
               to scr-stem-len
           if scr-stem-len > 4
               if scr-stem-work(scr-stem-len - 3:4) = '.cpy'
               or scr-stem-work(scr-stem-len - 3:4) = '.cob'
                   move spaces to scr-stem-work(scr-stem-len - 3:4)
               end-if
           end-if.
       2800-exit.
           exit.

      *> scr-found-sub comes back as the table entry whose match key
      *> is scr-find-id, or zero when no registered module has it.
       2900-find-module.
           move function lower-case(scr-find-id) to scr-find-id
           move 0 to scr-found-sub
           perform 2910-match-module
               varying scr-sub from 1 by 1
               until scr-sub > scr-module-count
               or scr-found-sub > 0.
       2900-exit.
           exit.

       2910-match-module.
           if smd-match-id(scr-sub) = scr-find-id
               move scr-sub to scr-found-sub
           end-if.

       3000-score-modules.
           perform 3100-score-one-module thru 3100-exit
               varying scr-found-sub from 1 by 1
               until scr-found-sub > scr-module-count.
       3000-exit.
           exit.

      *> each signal costs its points for every unit past its limit,
      *> up to the signal's most; the total is scaled by the
      *> module's criticality, so the same faults weigh more on a
      *> module the business cannot run without, and the score is
      *> what is left of 100.
       3100-score-one-module.
           move 0 to scr-raw-penalty
           if smd-metrics-flag(scr-found-sub) = 'Y'
               move scr-wgt-comment to scr-weight-sub
               compute scr-excess = swt-limit(scr-weight-sub)
                   - smd-comment-pct(scr-found-sub)
               perform 3200-add-penalty thru 3200-exit
               move scr-wgt-paras to scr-weight-sub
               compute scr-excess = smd-paragraphs(scr-found-sub)
                   - swt-limit(scr-weight-sub)
               perform 3200-add-penalty thru 3200-exit
           end-if
           move scr-wgt-suspense to scr-weight-sub
           compute scr-excess = smd-rejects(scr-found-sub)
               - swt-limit(scr-weight-sub)
           perform 3200-add-penalty thru 3200-exit
           move scr-wgt-unbumped to scr-weight-sub
           compute scr-excess = smd-unbumped(scr-found-sub)
               - swt-limit(scr-weight-sub)
           perform 3200-add-penalty thru 3200-exit
           move scr-wgt-churn to scr-weight-sub
           compute scr-excess = smd-churn(scr-found-sub)
               - swt-limit(scr-weight-sub)
           perform 3200-add-penalty thru 3200-exit
           move scr-wgt-fanin to scr-weight-sub
           compute scr-excess = smd-fan-in(scr-found-sub)
               - swt-limit(scr-weight-sub)
           perform 3200-add-penalty thru 3200-exit
           move scr-wgt-fanout to scr-weight-sub
           compute scr-excess = smd-fan-out(scr-found-sub)
               - swt-limit(scr-weight-sub)
           perform 3200-add-penalty thru 3200-exit
           if smd-cycle-flag(scr-found-sub) = 'Y'
               move scr-wgt-cycle to scr-weight-sub
               compute scr-excess = 1 - swt-limit(scr-weight-sub)
               perform 3200-add-penalty thru 3200-exit
           end-if
           evaluate smd-criticality(scr-found-sub)
               when 'A'
                   move swt-limit(scr-wgt-crit-a) to scr-crit-percent
               when 'B'
                   move swt-limit(scr-wgt-crit-b) to scr-crit-percent
               when other
                   move swt-limit(scr-wgt-crit-c) to scr-crit-percent
           end-evaluate
           compute scr-scaled-penalty rounded
               = scr-raw-penalty * scr-crit-percent / 100
           compute scr-score-work = 100 - scr-scaled-penalty
           if scr-score-work < 0
               move 0 to scr-score-work
           end-if
           if scr-scaled-penalty > 99999
               move 99999 to scr-scaled-penalty
           end-if
           move scr-scaled-penalty to smd-penalty(scr-found-sub)
           move scr-score-work to smd-score(scr-found-sub).
       3100-exit.
           exit.

       3200-add-penalty.
           if scr-excess > 0
               compute scr-points
                   = scr-excess * swt-points(scr-weight-sub)
               if scr-points > swt-cap(scr-weight-sub)
                   move swt-cap(scr-weight-sub) to scr-points
               end-if
               add scr-points to scr-raw-penalty
           end-if.
       3200-exit.
           exit.

      *> the history is copied through a work file: earlier nights
      *> are kept, and on the way past each module's comparison
      *> score is picked up; tonight's records, if the scorecard
      *> already ran tonight, are dropped and tonight's new scores
      *> appended in their place.
       4000-update-history.
           move 'N' to scr-load-eof-switch
           open output score-work-file
           open input score-history-file
           if scr-history-status = '00'
               perform 4100-read-score-history thru 4100-exit
               perform 4200-keep-one-score thru 4200-exit
                   until scr-load-no-more
               close score-history-file
           end-if
           perform 4300-file-tonights-score
               varying scr-sub from 1 by 1
               until scr-sub > scr-module-count
           close score-work-file
           perform 4400-replace-history thru 4400-exit.
       4000-exit.
           exit.

       4100-read-score-history.
           read score-history-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       4100-exit.
           exit.

       4200-keep-one-score.
           if sch-run-date >= mcat-run-date
               perform 4100-read-score-history thru 4100-exit
               go to 4200-exit
           end-if
           move score-history-record to score-work-record
           write score-work-record
           add 1 to scr-kept-count
           move sch-module-id to scr-find-id
           perform 2900-find-module thru 2900-exit
           if scr-found-sub = 0
               perform 4100-read-score-history thru 4100-exit
               go to 4200-exit
           end-if
           if sch-run-date <= scr-compare-date
               if smd-prior-kind(scr-found-sub) not = 'M'
               or sch-run-date >= smd-prior-date(scr-found-sub)
                   move 'M' to smd-prior-kind(scr-found-sub)
                   move sch-run-date to smd-prior-date(scr-found-sub)
                   move sch-score to smd-prior-score(scr-found-sub)
               end-if
           else
               if smd-prior-kind(scr-found-sub) = spaces
               or (smd-prior-kind(scr-found-sub) = 'O'
               and sch-run-date < smd-prior-date(scr-found-sub))
                   move 'O' to smd-prior-kind(scr-found-sub)
                   move sch-run-date to smd-prior-date(scr-found-sub)
                   move sch-score to smd-prior-score(scr-found-sub)
               end-if
           end-if
           perform 4100-read-score-history thru 4100-exit.
       4200-exit.
           exit.

       4300-file-tonights-score.
           move spaces to score-history-record
           move mcat-run-date to sch-run-date
           move smd-module-id(scr-sub) to sch-module-id
           move smd-department(scr-sub) to sch-department
           move smd-criticality(scr-sub) to sch-criticality
           move smd-score(scr-sub) to sch-score
           move smd-penalty(scr-sub) to sch-penalty
           move score-history-record to score-work-record
           write score-work-record.

       4400-replace-history.
           move 'N' to scr-load-eof-switch
           open input score-work-file
           open output score-history-file
           perform 4410-read-work-score thru 4410-exit
           perform 4420-write-back-score thru 4420-exit
               until scr-load-no-more
           close score-work-file
           close score-history-file.
       4400-exit.
           exit.

       4410-read-work-score.
           read score-work-file
               at end move 'Y' to scr-load-eof-switch
           end-read.
       4410-exit.
           exit.

       4420-write-back-score.
           move score-work-record to score-history-record
           write score-history-record
           perform 4410-read-work-score thru 4410-exit.
       4420-exit.
           exit.

       5000-print-headings.
           move spaces to scr-report-line
           string
               'mcatscr module health scorecard  run date '
               mcat-run-date '  moved since '
               scr-compare-date ', or since first scored'
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move spaces to scr-report-line
           move 'rank' to scr-report-line(3:4)
           move 'module' to scr-report-line(8:6)
           move 'c' to scr-report-line(41:1)
           move 'now' to scr-report-line(44:3)
           move 'was' to scr-report-line(49:3)
           move 'move' to scr-report-line(53:4)
           move 'since' to scr-report-line(58:5)
           move 'signals' to scr-report-line(68:7)
           perform 7000-emit-report-line thru 7000-exit.
       5000-exit.
           exit.

       5100-release-scores.
           perform 5110-release-one-score
               varying scr-sub from 1 by 1
               until scr-sub > scr-module-count.
       5100-exit.
           exit.

       5110-release-one-score.
           move smd-department(scr-sub) to ksr-department
           move smd-score(scr-sub) to ksr-score
           move smd-module-id(scr-sub) to ksr-module-id
           move scr-sub to ksr-module-sub
           release scr-sort-entry.

       5200-print-ranking.
           move spaces to scr-break-department
           perform 5210-return-one-score thru 5210-exit
           perform 5220-print-one-score thru 5220-exit
               until sorted-no-more
           if scr-rank > 0
               perform 5240-department-footing thru 5240-exit
           end-if.
       5200-exit.
           exit.

       5210-return-one-score.
           return scr-sort-file
               at end move 'Y' to sorted-eof-switch
           end-return.
       5210-exit.
           exit.

       5220-print-one-score.
           if ksr-department not = scr-break-department
               if scr-rank > 0
                   perform 5240-department-footing thru 5240-exit
               end-if
               move ksr-department to scr-break-department
               perform 5230-department-heading thru 5230-exit
           end-if
           move ksr-module-sub to scr-sub
           add 1 to scr-rank
           add smd-score(scr-sub) to scr-dept-total
           add smd-score(scr-sub) to scr-all-total
           perform 5300-build-signal-text thru 5300-exit
           move scr-rank to scr-rank-edit
           move smd-score(scr-sub) to scr-score-edit
           move smd-criticality(scr-sub) to scr-crit-text
           if scr-crit-text = spaces
               move '-' to scr-crit-text
           end-if
           move spaces to scr-report-line
           move scr-rank-edit to scr-report-line(3:4)
           move smd-module-id(scr-sub) to scr-report-line(8:32)
           move scr-crit-text to scr-report-line(41:1)
           move scr-score-edit to scr-report-line(44:3)
           if smd-prior-kind(scr-sub) = spaces
               move '  -' to scr-report-line(49:3)
               move ' new' to scr-report-line(53:4)
               add 1 to scr-new-count
           else
               move smd-prior-score(scr-sub) to scr-prior-edit
               move scr-prior-edit to scr-report-line(49:3)
               compute scr-move
                   = smd-score(scr-sub) - smd-prior-score(scr-sub)
               move scr-move to scr-move-edit
               move scr-move-edit to scr-report-line(53:4)
               move smd-prior-date(scr-sub) to scr-report-line(58:8)
               if scr-move < 0
                   add 1 to scr-fell-count
               end-if
               if scr-move > 0
                   add 1 to scr-rose-count
               end-if
           end-if
           move scr-signal-text to scr-report-line(68:64)
           perform 7000-emit-report-line thru 7000-exit
           perform 5210-return-one-score thru 5210-exit.
       5220-exit.
           exit.

       5230-department-heading.
           add 1 to scr-department-count
           move 0 to scr-rank
           move 0 to scr-dept-total
           move spaces to scr-report-line
           perform 7000-emit-report-line thru 7000-exit
           move spaces to scr-report-line
           string
               'department ' scr-break-department
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       5230-exit.
           exit.

       5240-department-footing.
           compute scr-dept-average rounded
               = scr-dept-total / scr-rank
           move scr-rank to scr-count-edit
           move scr-dept-average to scr-score-edit
           move spaces to scr-report-line
           string
               '  modules ' function trim(scr-count-edit)
               '  average score ' function trim(scr-score-edit)
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       5240-exit.
           exit.

      *> the raw signals behind the score, so the reader sees what
      *> to remediate and not only how badly.
       5300-build-signal-text.
           move spaces to scr-signal-text
           move 1 to scr-sig-ptr
           if smd-metrics-flag(scr-sub) = 'Y'
               if smd-comment-pct(scr-sub) > 999
                   move 999 to scr-value-edit
               else
                   move smd-comment-pct(scr-sub) to scr-value-edit
               end-if
               string 'cmt ' function trim(scr-value-edit) '% '
                   delimited by size
                   into scr-signal-text
                   with pointer scr-sig-ptr
               end-string
               move smd-paragraphs(scr-sub) to scr-value-edit
               string 'par ' function trim(scr-value-edit) ' '
                   delimited by size
                   into scr-signal-text
                   with pointer scr-sig-ptr
               end-string
           end-if
           move smd-rejects(scr-sub) to scr-value-edit
           string 'rej ' function trim(scr-value-edit) ' '
               delimited by size
               into scr-signal-text
               with pointer scr-sig-ptr
           end-string
           move smd-unbumped(scr-sub) to scr-value-edit
           string 'unb ' function trim(scr-value-edit) ' '
               delimited by size
               into scr-signal-text
               with pointer scr-sig-ptr
           end-string
           move smd-churn(scr-sub) to scr-value-edit
           string 'chn ' function trim(scr-value-edit) ' '
               delimited by size
               into scr-signal-text
               with pointer scr-sig-ptr
           end-string
           move smd-fan-in(scr-sub) to scr-value-edit
           string 'in ' function trim(scr-value-edit) ' '
               delimited by size
               into scr-signal-text
               with pointer scr-sig-ptr
           end-string
           move smd-fan-out(scr-sub) to scr-value-edit
           string 'out ' function trim(scr-value-edit) ' '
               delimited by size
               into scr-signal-text
               with pointer scr-sig-ptr
           end-string
           if smd-cycle-flag(scr-sub) = 'Y'
               string 'cycle'
                   delimited by size
                   into scr-signal-text
                   with pointer scr-sig-ptr
               end-string
           end-if.
       5300-exit.
           exit.

       7000-emit-report-line.
           write score-report-record from scr-report-line
           display function trim(scr-report-line, trailing).
       7000-exit.
           exit.

       8000-finish.
           move spaces to scr-report-line
           perform 7000-emit-report-line thru 7000-exit
           move scr-module-count to scr-count-edit
           move spaces to scr-report-line
           string
               'modules scored:          ' function trim(scr-count-edit)
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move scr-department-count to scr-count-edit
           move spaces to scr-report-line
           string
               'departments:             ' function trim(scr-count-edit)
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           if scr-module-count > 0
               compute scr-dept-average rounded
                   = scr-all-total / scr-module-count
               move scr-dept-average to scr-score-edit
               move spaces to scr-report-line
               string
                   'average score:           '
                   function trim(scr-score-edit)
                   delimited by size
                   into scr-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           move scr-fell-count to scr-count-edit
           move spaces to scr-report-line
           string
               'scores fallen:           ' function trim(scr-count-edit)
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move scr-rose-count to scr-count-edit
           move spaces to scr-report-line
           string
               'scores risen:            ' function trim(scr-count-edit)
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move scr-new-count to scr-count-edit
           move spaces to scr-report-line
           string
               'first scored:            ' function trim(scr-count-edit)
               delimited by size
               into scr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           if scr-signals-partial
               move spaces to scr-report-line
               string
                   'some signal files were missing - scores are '
                   'incomplete'
                   delimited by size
                   into scr-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
               move 4 to return-code
           end-if
           close score-report-file.
       8000-exit.
           exit.
