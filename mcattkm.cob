       identification division.
       program-id. mcattkm.
      *> version: 1.0.1
      *> desc: change-ticket matching run - ties every version
      *> transition in mcatvhst.dat to the approved change ticket in
      *> mcattkt.dat that allowed it, writes the links to
      *> mcattkm.dat, and reports in mcattkm.rpt the transitions
      *> with no approved ticket, the transitions made outside their
      *> ticket's approval window, and the approved tickets whose
      *> window has closed with the module never changed. an
      *> optional yyyymmdd parameter limits the run to transitions
      *> from that date on, the way the quarterly audit asks.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select ticket-file assign to "MCATTKT.DAT"
               organization line sequential
               file status is tkm-ticket-status.
           select mcat-history-file assign to "MCATVHST.DAT"
               organization line sequential
               file status is mcat-hist-status.
           select ticket-link-file assign to "MCATTKM.DAT"
               organization line sequential
               file status is tkm-link-status.
           select tkm-report-file assign to "MCATTKM.RPT"
               organization line sequential.

       data division.
       file section.
       fd  ticket-file.
           copy mcattkl.

       fd  mcat-history-file.
       01  mcat-history-record.
           20 hist-module-id        pic x(32).
           20 hist-run-date         pic x(08).
           20 hist-old-version      pic x(08).
           20 hist-new-version      pic x(08).
           20 hist-operator         pic x(10).
           20 hist-action           pic x(01).

       fd  ticket-link-file.
           copy mcattml.

       fd  tkm-report-file.
       01  tkm-report-record        pic x(132).

       working-storage section.

       77  tkm-ticket-status         pic x(02) value spaces.
       77  mcat-hist-status          pic x(02) value spaces.
       77  tkm-link-status           pic x(02) value spaces.
       77  mcat-run-date             pic x(08) value spaces.
       77  tkm-from-date             pic x(08) value spaces.

       01  ticket-eof-switch         pic x(01) value 'N'.
           88 ticket-no-more          value 'Y'.
       01  hist-eof-switch           pic x(01) value 'N'.
           88 hist-no-more            value 'Y'.
       01  tkm-pass-switch           pic x(01) value space.
           88 tkm-listing-ntk         value 'N'.
           88 tkm-listing-win         value 'W'.

      *> the approved tickets. tkm-tab-used is set when any
      *> transition of the module to the ticket's version is tied to
      *> it, inside its window or not - a late change still used it.
       01  tkm-ticket-table.
           05 tkm-ticket-entry occurs 2000 times.
              10 tkm-tab-ticket      pic x(12).
              10 tkm-tab-module-id   pic x(32).
              10 tkm-tab-version     pic x(08).
              10 tkm-tab-from        pic x(08).
              10 tkm-tab-to          pic x(08).
              10 tkm-tab-used        pic x(01).
       77  tkm-ticket-count          pic 9(4) comp value 0.
       77  tkm-ticket-max            pic 9(4) comp value 2000.
       77  tkm-ticket-sub            pic 9(4) comp.
       77  tkm-ok-sub                pic 9(4) comp.
       77  tkm-window-sub            pic 9(4) comp.

       77  tkm-report-line           pic x(132) value spaces.
       77  tkm-count-edit            pic z(4)9 value zero.
       77  tkm-rejected-tickets      pic 9(4) comp value 0.
       77  tkm-history-read          pic 9(6) comp value 0.
       77  tkm-first-recorded        pic 9(6) comp value 0.
       77  tkm-before-period         pic 9(6) comp value 0.
       77  tkm-transitions           pic 9(6) comp value 0.
       77  tkm-ok-count              pic 9(6) comp value 0.
       77  tkm-ntk-count             pic 9(6) comp value 0.
       77  tkm-win-count             pic 9(6) comp value 0.
       77  tkm-unused-count          pic 9(4) comp value 0.
       77  tkm-open-count            pic 9(4) comp value 0.
       77  tkm-listed-count          pic 9(6) comp value 0.

       procedure division.

       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 2000-match-history thru 2000-exit
           perform 5000-report-exceptions thru 5000-exit
           perform 8000-finish thru 8000-exit
           stop run.

      *> no ticket file means nothing was approved: every transition
      *> is reported unticketed rather than the run being skipped.
       1000-initialize.
           move function current-date(1:8) to mcat-run-date
           accept tkm-from-date from command-line
           if tkm-from-date not = spaces
           and tkm-from-date is not numeric
               display 'mcattkm: from-date must be yyyymmdd - "'
                   function trim(tkm-from-date) '" ignored'
               move spaces to tkm-from-date
           end-if
           open input ticket-file
           if tkm-ticket-status not = '00'
               display 'mcattkm: MCATTKT.DAT not found or unreadable'
               display '  - every transition is reported without '
                   'an approved ticket.'
           else
               perform 1100-read-ticket thru 1100-exit
               perform 1200-store-one-ticket thru 1200-exit
                   until ticket-no-more
               close ticket-file
           end-if
           open input mcat-history-file
           if mcat-hist-status not = '00'
               display 'mcattkm: MCATVHST.DAT not found or unreadable'
               display '  - run mcatdrv first to record the version '
                   'history.'
               move 8 to return-code
               stop run
           end-if
           open output ticket-link-file
           open output tkm-report-file
           move spaces to tkm-report-line
           string
               'mcattkm change-ticket exceptions  run date '
               mcat-run-date
               delimited by size
               into tkm-report-line
           end-string
           if tkm-from-date not = spaces
               move spaces to tkm-report-line
               string
                   'mcattkm change-ticket exceptions  run date '
                   mcat-run-date '  transitions from ' tkm-from-date
                   delimited by size
                   into tkm-report-line
               end-string
           end-if
           perform 7000-emit-report-line thru 7000-exit.
       1000-exit.
           exit.

       1100-read-ticket.
           read ticket-file
               at end move 'Y' to ticket-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-store-one-ticket.
           if tkt-ticket(1:1) = '*' or tkt-record = spaces
               perform 1100-read-ticket thru 1100-exit
               go to 1200-exit
           end-if
           if tkt-ticket = spaces or tkt-module-id = spaces
           or tkt-target-version = spaces
           or tkt-window-from is not numeric
           or tkt-window-to is not numeric
           or tkt-window-from > tkt-window-to
               add 1 to tkm-rejected-tickets
               display 'mcattkm: ticket row "'
                   function trim(tkt-ticket) '" for "'
                   function trim(tkt-module-id)
                   '" is incomplete or has a bad window - ignored'
               perform 1100-read-ticket thru 1100-exit
               go to 1200-exit
           end-if
           if tkm-ticket-count not < tkm-ticket-max
               display 'mcattkm: more than ' tkm-ticket-max
                   ' tickets - extras ignored'
               perform 1100-read-ticket thru 1100-exit
               go to 1200-exit
           end-if
           add 1 to tkm-ticket-count
           move tkt-ticket to tkm-tab-ticket(tkm-ticket-count)
           move tkt-module-id to tkm-tab-module-id(tkm-ticket-count)
           move tkt-target-version to tkm-tab-version(tkm-ticket-count)
           move tkt-window-from to tkm-tab-from(tkm-ticket-count)
           move tkt-window-to to tkm-tab-to(tkm-ticket-count)
           move 'N' to tkm-tab-used(tkm-ticket-count)
           perform 1100-read-ticket thru 1100-exit.
       1200-exit.
           exit.

      *> a record with no old version is the module's first
      *> cataloguing, not a change, and needs no ticket. a change
      *> before the from-date is not reported, but the ticket it
      *> used is still marked used.
       2000-match-history.
           perform 2100-read-history thru 2100-exit
           perform 2200-match-one-record thru 2200-exit
               until hist-no-more
           close mcat-history-file
           close ticket-link-file.
       2000-exit.
           exit.

       2100-read-history.
           read mcat-history-file
               at end move 'Y' to hist-eof-switch
           end-read.
       2100-exit.
           exit.

       2200-match-one-record.
           add 1 to tkm-history-read
           if hist-old-version = spaces
               add 1 to tkm-first-recorded
               perform 2100-read-history thru 2100-exit
               go to 2200-exit
           end-if
           move zero to tkm-ok-sub
           move zero to tkm-window-sub
           perform 2300-check-one-ticket
               varying tkm-ticket-sub from 1 by 1
               until tkm-ticket-sub > tkm-ticket-count
               or tkm-ok-sub > 0
           if tkm-from-date not = spaces
           and hist-run-date < tkm-from-date
               add 1 to tkm-before-period
               if tkm-ok-sub > 0
                   move 'Y' to tkm-tab-used(tkm-ok-sub)
               end-if
               if tkm-window-sub > 0
                   move 'Y' to tkm-tab-used(tkm-window-sub)
               end-if
               perform 2100-read-history thru 2100-exit
               go to 2200-exit
           end-if
           add 1 to tkm-transitions
           move spaces to tml-record
           move hist-module-id to tml-module-id
           move hist-run-date to tml-run-date
           move hist-old-version to tml-old-version
           move hist-new-version to tml-new-version
           move hist-action to tml-action
           move hist-operator to tml-operator
           evaluate true
               when tkm-ok-sub > 0
                   add 1 to tkm-ok-count
                   move tkm-tab-ticket(tkm-ok-sub) to tml-ticket
                   move 'OK' to tml-verdict
                   move 'Y' to tkm-tab-used(tkm-ok-sub)
               when tkm-window-sub > 0
                   add 1 to tkm-win-count
                   move tkm-tab-ticket(tkm-window-sub) to tml-ticket
                   move 'WIN' to tml-verdict
                   move 'Y' to tkm-tab-used(tkm-window-sub)
               when other
                   add 1 to tkm-ntk-count
                   move 'NTK' to tml-verdict
           end-evaluate
           write tml-record
           perform 2100-read-history thru 2100-exit.
       2200-exit.
           exit.

      *> a ticket approves one module at one target version; the
      *> first whose window holds the run date settles the match,
      *> otherwise the first for that version marks it out of window.
       2300-check-one-ticket.
           if function lower-case(tkm-tab-module-id(tkm-ticket-sub))
                   = function lower-case(hist-module-id)
           and tkm-tab-version(tkm-ticket-sub) = hist-new-version
               if hist-run-date not < tkm-tab-from(tkm-ticket-sub)
               and hist-run-date not > tkm-tab-to(tkm-ticket-sub)
                   move tkm-ticket-sub to tkm-ok-sub
               else
                   if tkm-window-sub = 0
                       move tkm-ticket-sub to tkm-window-sub
                   end-if
               end-if
           end-if.

      *> the link file is read back once per exception kind so each
      *> kind prints as its own section in history order.
       5000-report-exceptions.
           move 'N' to tkm-pass-switch
           move spaces to tkm-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'version changes with no approved ticket:'
               to tkm-report-line
           perform 5100-list-link-exceptions thru 5100-exit
           move 'W' to tkm-pass-switch
           move spaces to tkm-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'version changes outside the ticket window:'
               to tkm-report-line
           perform 5100-list-link-exceptions thru 5100-exit
           move spaces to tkm-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'approved tickets closed with the module unchanged:'
               to tkm-report-line
           perform 7000-emit-report-line thru 7000-exit
           move zero to tkm-listed-count
           perform 5300-check-unused-ticket
               varying tkm-ticket-sub from 1 by 1
               until tkm-ticket-sub > tkm-ticket-count
           if tkm-listed-count = 0
               move '  (none)' to tkm-report-line
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       5000-exit.
           exit.

       5100-list-link-exceptions.
           perform 7000-emit-report-line thru 7000-exit
           move zero to tkm-listed-count
           move 'N' to hist-eof-switch
           open input ticket-link-file
           perform 5110-read-link thru 5110-exit
           perform 5200-list-one-link thru 5200-exit
               until hist-no-more
           close ticket-link-file
           if tkm-listed-count = 0
               move '  (none)' to tkm-report-line
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       5100-exit.
           exit.

       5110-read-link.
           read ticket-link-file
               at end move 'Y' to hist-eof-switch
           end-read.
       5110-exit.
           exit.

       5200-list-one-link.
           if (tkm-listing-ntk and tml-verdict = 'NTK')
           or (tkm-listing-win and tml-verdict = 'WIN')
               add 1 to tkm-listed-count
               move spaces to tkm-report-line
               string
                   '  ' tml-module-id ' ' tml-run-date ' '
                   tml-old-version ' -> ' tml-new-version
                   ' by ' tml-operator ' (' tml-action ')'
                   delimited by size
                   into tkm-report-line
               end-string
               if tkm-listing-win
                   perform 5210-find-window-ticket thru 5210-exit
               end-if
               perform 7000-emit-report-line thru 7000-exit
           end-if
           perform 5110-read-link thru 5110-exit.
       5200-exit.
           exit.

       5210-find-window-ticket.
           move zero to tkm-window-sub
           perform 5220-match-link-ticket
               varying tkm-ticket-sub from 1 by 1
               until tkm-ticket-sub > tkm-ticket-count
               or tkm-window-sub > 0
           if tkm-window-sub > 0
               move spaces to tkm-report-line
               string
                   '  ' tml-module-id ' ' tml-run-date ' '
                   tml-old-version ' -> ' tml-new-version
                   ' ticket ' tml-ticket ' window '
                   tkm-tab-from(tkm-window-sub) '-'
                   tkm-tab-to(tkm-window-sub)
                   delimited by size
                   into tkm-report-line
               end-string
           end-if.
       5210-exit.
           exit.

       5220-match-link-ticket.
           if tkm-tab-ticket(tkm-ticket-sub) = tml-ticket
           and tkm-tab-version(tkm-ticket-sub) = tml-new-version
               move tkm-ticket-sub to tkm-window-sub
           end-if.

      *> an unused ticket whose window is still open may yet be
      *> used; it is only counted. when the run is limited to a
      *> period, tickets that closed before it are left out.
       5300-check-unused-ticket.
           if tkm-tab-used(tkm-ticket-sub) = 'N'
               if tkm-tab-to(tkm-ticket-sub) not < mcat-run-date
                   add 1 to tkm-open-count
               else
                   if tkm-from-date = spaces
                   or tkm-tab-to(tkm-ticket-sub) not < tkm-from-date
                       add 1 to tkm-unused-count
                       add 1 to tkm-listed-count
                       move spaces to tkm-report-line
                       string
                           '  ticket ' tkm-tab-ticket(tkm-ticket-sub)
                           ' ' tkm-tab-module-id(tkm-ticket-sub)
                           ' to ' tkm-tab-version(tkm-ticket-sub)
                           ' window ' tkm-tab-from(tkm-ticket-sub)
                           '-' tkm-tab-to(tkm-ticket-sub)
                           delimited by size
                           into tkm-report-line
                       end-string
                       perform 7000-emit-report-line thru 7000-exit
                   end-if
               end-if
           end-if.

       7000-emit-report-line.
           write tkm-report-record from tkm-report-line.
       7000-exit.
           exit.

       8000-finish.
           move spaces to tkm-report-line
           perform 7000-emit-report-line thru 7000-exit
           move tkm-ticket-count to tkm-count-edit
           string
               'tickets on file:            '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move tkm-transitions to tkm-count-edit
           move spaces to tkm-report-line
           string
               'version changes examined:   '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move tkm-ok-count to tkm-count-edit
           move spaces to tkm-report-line
           string
               'tied to an approved ticket: '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move tkm-ntk-count to tkm-count-edit
           move spaces to tkm-report-line
           string
               'no approved ticket:         '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move tkm-win-count to tkm-count-edit
           move spaces to tkm-report-line
           string
               'outside the ticket window:  '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move tkm-unused-count to tkm-count-edit
           move spaces to tkm-report-line
           string
               'tickets closed unused:      '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move tkm-open-count to tkm-count-edit
           move spaces to tkm-report-line
           string
               'tickets still open, unused: '
               function trim(tkm-count-edit)
               delimited by size
               into tkm-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close tkm-report-file
           if tkm-ntk-count > 0 or tkm-win-count > 0
           or tkm-unused-count > 0 or tkm-rejected-tickets > 0
               move 4 to return-code
           end-if.
       8000-exit.
           exit.

       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcattkm: ' function trim(tkm-report-line).
       8100-exit.
           exit.
