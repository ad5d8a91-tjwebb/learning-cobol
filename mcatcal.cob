       identification division.
       program-id. mcatcal.
      *> version: 1.0.0
      *> desc: run calendar maintenance - BUILD yyyy generates every
      *> date of the year not yet on mcatcal.dat from the weekend and
      *> fixed-holiday rules in mcatcrul.dat (yyyy defaults to next
      *> year); without a parameter the holiday and special-day
      *> transactions in mcatcalt.dat reclassify single dates.
      *> month-end and week-end flags are re-derived after every run
      *> and each action lands on the register mcatcalr.rpt.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select calendar-file assign to "MCATCAL.DAT"
               organization line sequential
               file status is cal-file-status.
           select cal-rule-file assign to "MCATCRUL.DAT"
               organization line sequential
               file status is cal-rule-status.
           select cal-tran-file assign to "MCATCALT.DAT"
               organization line sequential
               file status is cal-tran-status.
           select cal-register-file assign to "MCATCALR.RPT"
               organization line sequential.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

       data division.
       file section.
       fd  calendar-file.
           copy mcatcdl.

      *> WEEKEND names an iso weekday, 1 monday to 7 sunday, that is
      *> not a business day; HOLIDAY names a fixed mmdd holiday. a
      *> fixed holiday that falls on a weekend stays a weekend day -
      *> observed days and moving holidays go in as transactions.
       fd  cal-rule-file.
       01  cal-rule-record.
           20 rul-kind              pic x(08).
           20 filler                pic x(01).
           20 rul-value             pic x(04).
           20 filler                pic x(01).
           20 rul-description       pic x(40).

      *> HOLDAY makes the date a holiday; SPCDAY sets the day type
      *> given - B for a working weekend, W or H for a closure. an
      *> action starting '*' is a comment line.
       fd  cal-tran-file.
       01  cal-tran-record.
           20 ctr-action            pic x(06).
           20 filler                pic x(01).
           20 ctr-date              pic x(08).
           20 filler                pic x(01).
           20 ctr-day-type          pic x(01).
           20 filler                pic x(01).
           20 ctr-description       pic x(40).

       fd  cal-register-file.
       01  cal-register-record      pic x(132).

       fd  mcat-audit-file.
       01  mcat-audit-record         pic x(132).

       working-storage section.

       77  cal-file-status           pic x(02) value spaces.
       77  cal-rule-status           pic x(02) value spaces.
       77  cal-tran-status           pic x(02) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.

       01  cal-eof-switch            pic x(01) value 'N'.
           88 cal-no-more             value 'Y'.
       01  rule-eof-switch           pic x(01) value 'N'.
           88 rule-no-more            value 'Y'.
       01  tran-eof-switch           pic x(01) value 'N'.
           88 tran-no-more            value 'Y'.
       01  cal-mode-switch           pic x(01) value 'T'.
           88 cal-build-mode          value 'B'.
           88 cal-tran-mode           value 'T'.
       01  cal-later-switch          pic x(01) value 'N'.
           88 cal-later-business-day  value 'Y'.
       01  cal-valid-switch          pic x(01) value 'N'.
           88 cal-valid-date          value 'Y'.

       77  cal-param-buffer          pic x(72) value spaces.
       77  cal-param-1               pic x(10) value spaces.
       77  cal-param-2               pic x(10) value spaces.
       77  cal-build-year            pic 9(04) value zero.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.

      *> weekday rules, by iso weekday, and the fixed holidays.
       01  cal-weekend-table.
           05 cal-weekend-day        pic x(01) occurs 7 times.
       77  cal-weekend-rules         pic 9(4) comp value 0.
       01  cal-holiday-table.
           05 cal-holiday-entry occurs 60 times.
              10 cal-hol-mmdd        pic x(04).
       77  cal-holiday-count         pic 9(4) comp value 0.
       77  cal-holiday-max           pic 9(4) comp value 60.
       77  cal-hol-sub               pic 9(4) comp.

      *> the whole calendar is held as one entry per day from the
      *> earliest date on file (or being built), so a date's entry
      *> is found by arithmetic and the file is rewritten in date
      *> order however the dates arrived. cdt-state is Y for a date
      *> that was on file, A for one this run added, N for a day not
      *> on the calendar at all.
       01  cal-day-table.
           05 cal-day-entry occurs 4000 times.
              10 cdt-state           pic x(01).
                 88 cdt-on-calendar   value 'Y' 'A'.
                 88 cdt-added         value 'A'.
              10 cdt-day-type        pic x(01).
              10 cdt-month-end       pic x(01).
              10 cdt-week-end        pic x(01).
       77  cal-day-max               pic 9(05) value 4000.
       77  cal-base-integer          pic 9(07) value zero.
       77  cal-low-integer           pic 9(07) value zero.
       77  cal-high-integer          pic 9(07) value zero.
       77  cal-span                  pic 9(07) value zero.
       77  cal-day-sub               pic 9(05) value zero.
       77  cal-later-sub             pic 9(05) value zero.
       77  cal-days-left-in-week     pic 9(01) value zero.
       77  cal-this-integer          pic 9(07) value zero.
       77  cal-first-integer         pic 9(07) value zero.
       77  cal-last-integer          pic 9(07) value zero.
       77  cal-weekday               pic 9(01) value zero.
       77  cal-date-numeric          pic 9(08) value zero.
       77  cal-next-numeric          pic 9(08) value zero.
       77  cal-date-text             pic x(08) value spaces.
       77  cal-new-month-end         pic x(01) value spaces.
       77  cal-new-week-end          pic x(01) value spaces.

       77  cal-reject-reason         pic x(40) value spaces.
       77  cal-register-line         pic x(132) value spaces.
       77  cal-count-edit            pic z(3)9 value zero.
       77  cal-kept-edit             pic z(3)9 value zero.
       77  cal-tran-count            pic 9(4) comp value 0.
       77  cal-applied-count         pic 9(4) comp value 0.
       77  cal-rejected-count        pic 9(4) comp value 0.
       77  cal-added-count           pic 9(4) comp value 0.
       77  cal-kept-count            pic 9(4) comp value 0.
       77  cal-reflag-count          pic 9(4) comp value 0.
       77  cal-written-count         pic 9(4) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0550-identify-operator thru 0550-exit
           perform 0100-take-parameters thru 0100-exit
           open output cal-register-file
           move spaces to cal-register-line
           string
               'mcatcal calendar register  run date '
               mcat-run-date
               delimited by size
               into cal-register-line
           end-string
           perform 7000-emit-register-line thru 7000-exit
           perform 1000-load-rules thru 1000-exit
           perform 1500-load-calendar thru 1500-exit
           if cal-build-mode
               perform 2000-build-year thru 2000-exit
           else
               perform 3000-apply-transactions thru 3000-exit
           end-if
           perform 5000-derive-flags thru 5000-exit
           perform 6000-write-calendar thru 6000-exit
           perform 8000-finish thru 8000-exit
           stop run.

       0550-identify-operator.
           display "USER" upon environment-name
           accept mcat-operator-id from environment-value
           if mcat-operator-id = spaces
               move 'BATCH' to mcat-operator-id
           end-if.
       0550-exit.
           exit.

       0100-take-parameters.
           accept cal-param-buffer from command-line
           unstring cal-param-buffer delimited by all space
               into cal-param-1 cal-param-2
           end-unstring
           if function upper-case(cal-param-1) = 'BUILD'
               move 'B' to cal-mode-switch
               if cal-param-2 = spaces
                   compute cal-build-year
                       = function numval(mcat-run-date(1:4)) + 1
               else
                   if cal-param-2(1:4) is not numeric
                   or cal-param-2(5:1) not = space
                       display 'mcatcal: BUILD year "'
                           function trim(cal-param-2)
                           '" is not a four-digit year - run stopped'
                       move 8 to return-code
                       stop run
                   end-if
                   move cal-param-2(1:4) to cal-build-year
               end-if
               if cal-build-year < 1601
                   display 'mcatcal: BUILD year ' cal-build-year
                       ' is out of range - run stopped'
                   move 8 to return-code
                   stop run
               end-if
           end-if.
       0100-exit.
           exit.

      *> with no rule file the shop default applies: saturday and
      *> sunday are weekend days and there are no fixed holidays.
       1000-load-rules.
           move all 'N' to cal-weekend-table
           open input cal-rule-file
           if cal-rule-status not = '00'
               move 'Y' to cal-weekend-day(6)
               move 'Y' to cal-weekend-day(7)
               move spaces to cal-register-line
               string
                   '  note     MCATCRUL.DAT not found - weekend is '
                   'saturday and sunday, no fixed holidays'
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
               go to 1000-exit
           end-if
           perform 1100-read-rule thru 1100-exit
           perform 1200-store-one-rule thru 1200-exit
               until rule-no-more
           close cal-rule-file
           if cal-weekend-rules = 0
               move 'Y' to cal-weekend-day(6)
               move 'Y' to cal-weekend-day(7)
           end-if.
       1000-exit.
           exit.

       1100-read-rule.
           read cal-rule-file
               at end move 'Y' to rule-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-store-one-rule.
           evaluate true
               when rul-kind(1:1) = '*'
                   continue
               when rul-kind = 'WEEKEND'
               and rul-value(1:1) >= '1' and rul-value(1:1) <= '7'
                   move 'Y' to cal-weekend-day
                       (function numval(rul-value(1:1)))
                   add 1 to cal-weekend-rules
               when rul-kind = 'HOLIDAY'
               and rul-value is numeric
                   if cal-holiday-count < cal-holiday-max
                       add 1 to cal-holiday-count
                       move rul-value to cal-hol-mmdd(cal-holiday-count)
                   end-if
               when other
                   move spaces to cal-register-line
                   string
                       '  note     rule ignored: '
                       function trim(cal-rule-record)
                       delimited by size
                       into cal-register-line
                   end-string
                   perform 7000-emit-register-line thru 7000-exit
           end-evaluate
           perform 1100-read-rule thru 1100-exit.
       1200-exit.
           exit.

      *> a first pass finds the date range, so the day table can be
      *> based on the earliest date whatever order the file is in;
      *> the second pass fills the table.
       1500-load-calendar.
           move 0 to cal-low-integer
           move 0 to cal-high-integer
           open input calendar-file
           if cal-file-status = '00'
               perform 1600-read-calendar thru 1600-exit
               perform 1700-note-date-range thru 1700-exit
                   until cal-no-more
               close calendar-file
           end-if
           if cal-build-mode
               move cal-build-year to cal-date-numeric(1:4)
               move '0101' to cal-date-numeric(5:4)
               compute cal-first-integer
                   = function integer-of-date(cal-date-numeric)
               move '1231' to cal-date-numeric(5:4)
               compute cal-last-integer
                   = function integer-of-date(cal-date-numeric)
               if cal-low-integer = 0
               or cal-first-integer < cal-low-integer
                   move cal-first-integer to cal-low-integer
               end-if
               if cal-last-integer > cal-high-integer
                   move cal-last-integer to cal-high-integer
               end-if
           end-if
           if cal-low-integer = 0
               move spaces to cal-register-line
               string
                   '  note     MCATCAL.DAT is empty or missing - no '
                   'dates on the calendar'
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
               move 0 to cal-span
               go to 1500-exit
           end-if
           compute cal-span = cal-high-integer - cal-low-integer + 1
           if cal-span > cal-day-max
               display 'mcatcal: the calendar would span ' cal-span
                   ' days, more than ' cal-day-max ' - run stopped'
               move 'run stopped - calendar span too large'
                   to cal-register-line
               perform 7000-emit-register-line thru 7000-exit
               close cal-register-file
               move 8 to return-code
               stop run
           end-if
           move cal-low-integer to cal-base-integer
           perform 1550-clear-one-day
               varying cal-day-sub from 1 by 1
               until cal-day-sub > cal-span
           if cal-file-status = '00'
               move 'N' to cal-eof-switch
               open input calendar-file
               perform 1600-read-calendar thru 1600-exit
               perform 1800-store-one-date thru 1800-exit
                   until cal-no-more
               close calendar-file
           end-if.
       1500-exit.
           exit.

       1550-clear-one-day.
           move 'N' to cdt-state(cal-day-sub)
           move spaces to cdt-day-type(cal-day-sub)
           move 'N' to cdt-month-end(cal-day-sub)
           move 'N' to cdt-week-end(cal-day-sub).

       1600-read-calendar.
           read calendar-file
               at end move 'Y' to cal-eof-switch
           end-read.
       1600-exit.
           exit.

       1700-note-date-range.
           if cal-date is numeric
               move cal-date to cal-date-numeric
               if function test-date-yyyymmdd(cal-date-numeric) = 0
                   compute cal-this-integer
                       = function integer-of-date(cal-date-numeric)
                   if cal-low-integer = 0
                   or cal-this-integer < cal-low-integer
                       move cal-this-integer to cal-low-integer
                   end-if
                   if cal-this-integer > cal-high-integer
                       move cal-this-integer to cal-high-integer
                   end-if
               end-if
           end-if
           perform 1600-read-calendar thru 1600-exit.
       1700-exit.
           exit.

      *> a record with an unreadable date cannot be placed and is
      *> dropped from the rewritten calendar, with a register note.
       1800-store-one-date.
           move 'N' to cal-valid-switch
           if cal-date is numeric
               move cal-date to cal-date-numeric
               if function test-date-yyyymmdd(cal-date-numeric) = 0
                   move 'Y' to cal-valid-switch
               end-if
           end-if
           if cal-valid-date
               compute cal-day-sub
                   = function integer-of-date(cal-date-numeric)
                   - cal-base-integer + 1
               move 'Y' to cdt-state(cal-day-sub)
               move cal-day-type to cdt-day-type(cal-day-sub)
               move cal-month-end to cdt-month-end(cal-day-sub)
               move cal-week-end to cdt-week-end(cal-day-sub)
           else
               move spaces to cal-register-line
               string
                   '  note     unreadable calendar record dropped: '
                   function trim(calendar-record)
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
           end-if
           perform 1600-read-calendar thru 1600-exit.
       1800-exit.
           exit.

      *> a date already on the calendar keeps its day type - it may
      *> carry a holiday applied by transaction - so a build only
      *> ever fills the gaps and can be rerun safely.
       2000-build-year.
           perform 2100-build-one-date thru 2100-exit
               varying cal-this-integer from cal-first-integer by 1
               until cal-this-integer > cal-last-integer
           move cal-added-count to cal-count-edit
           move cal-kept-count to cal-kept-edit
           move spaces to cal-register-line
           string
               '  built    ' cal-build-year '  '
               function trim(cal-count-edit) ' dates added, '
               function trim(cal-kept-edit) ' already on file'
               delimited by size
               into cal-register-line
           end-string
           perform 7000-emit-register-line thru 7000-exit.
       2000-exit.
           exit.

       2100-build-one-date.
           compute cal-day-sub
               = cal-this-integer - cal-base-integer + 1
           if cdt-on-calendar(cal-day-sub)
               add 1 to cal-kept-count
               go to 2100-exit
           end-if
           add 1 to cal-added-count
           move 'A' to cdt-state(cal-day-sub)
           compute cal-weekday
               = function mod(cal-this-integer - 1, 7) + 1
           if cal-weekend-day(cal-weekday) = 'Y'
               move 'W' to cdt-day-type(cal-day-sub)
               go to 2100-exit
           end-if
           move 'B' to cdt-day-type(cal-day-sub)
           compute cal-date-numeric
               = function date-of-integer(cal-this-integer)
           move cal-date-numeric to cal-date-text
           perform 2200-match-holiday
               varying cal-hol-sub from 1 by 1
               until cal-hol-sub > cal-holiday-count.
       2100-exit.
           exit.

       2200-match-holiday.
           if cal-hol-mmdd(cal-hol-sub) = cal-date-text(5:4)
               move 'H' to cdt-day-type(cal-day-sub)
           end-if.

       3000-apply-transactions.
           open input cal-tran-file
           if cal-tran-status not = '00'
               move spaces to cal-register-line
               string
                   '  note     MCATCALT.DAT not found - no '
                   'transactions to apply'
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
               go to 3000-exit
           end-if
           perform 3100-read-transaction thru 3100-exit
           perform 3200-apply-one-transaction thru 3200-exit
               until tran-no-more
           close cal-tran-file.
       3000-exit.
           exit.

       3100-read-transaction.
           read cal-tran-file
               at end move 'Y' to tran-eof-switch
           end-read.
       3100-exit.
           exit.

      *> a date must already be on the calendar - build its year
      *> first - and must not have passed: a past date's day type is
      *> the record of how that night was scheduled.
       3200-apply-one-transaction.
           if ctr-action(1:1) = '*'
               perform 3100-read-transaction thru 3100-exit
               go to 3200-exit
           end-if
           add 1 to cal-tran-count
           move spaces to cal-reject-reason
           move function upper-case(ctr-action) to ctr-action
           move function upper-case(ctr-day-type) to ctr-day-type
           evaluate true
               when ctr-action not = 'HOLDAY'
               and ctr-action not = 'SPCDAY'
                   move 'unknown action code' to cal-reject-reason
               when ctr-date is not numeric
                   move 'date not yyyymmdd' to cal-reject-reason
               when other
                   move ctr-date to cal-date-numeric
                   if function test-date-yyyymmdd(cal-date-numeric)
                           not = 0
                       move 'date not a calendar date'
                           to cal-reject-reason
                   end-if
           end-evaluate
           if cal-reject-reason = spaces
               perform 3300-place-transaction thru 3300-exit
           end-if
           if cal-reject-reason = spaces
               add 1 to cal-applied-count
           else
               add 1 to cal-rejected-count
           end-if
           perform 4000-write-register-line thru 4000-exit
           perform 3100-read-transaction thru 3100-exit.
       3200-exit.
           exit.

       3300-place-transaction.
           if ctr-date < mcat-run-date
               move 'date already passed' to cal-reject-reason
               go to 3300-exit
           end-if
           compute cal-this-integer
               = function integer-of-date(cal-date-numeric)
           if cal-span = 0
           or cal-this-integer < cal-base-integer
           or cal-this-integer > cal-base-integer + cal-span - 1
               move 'date not on calendar - build year first'
                   to cal-reject-reason
               go to 3300-exit
           end-if
           compute cal-day-sub
               = cal-this-integer - cal-base-integer + 1
           if not cdt-on-calendar(cal-day-sub)
               move 'date not on calendar - build year first'
                   to cal-reject-reason
               go to 3300-exit
           end-if
           if ctr-action = 'HOLDAY'
               move 'H' to ctr-day-type
           end-if
           if ctr-day-type not = 'B' and ctr-day-type not = 'W'
           and ctr-day-type not = 'H'
               move 'day type must be B, W or H' to cal-reject-reason
               go to 3300-exit
           end-if
           move ctr-day-type to cdt-day-type(cal-day-sub).
       3300-exit.
           exit.

       4000-write-register-line.
           move spaces to cal-register-line
           if cal-reject-reason = spaces
               string
                   '  applied  ' ctr-action ' ' ctr-date ' '
                   ctr-day-type '  ' function trim(ctr-description)
                   delimited by size
                   into cal-register-line
               end-string
           else
               string
                   '  rejected ' ctr-action ' ' ctr-date ' - '
                   function trim(cal-reject-reason)
                   delimited by size
                   into cal-register-line
               end-string
           end-if
           perform 7000-emit-register-line thru 7000-exit.
       4000-exit.
           exit.

      *> the flags are a function of the day types, so they are
      *> re-derived over the whole calendar after any change: a
      *> reclassified friday moves the week-end flag to thursday,
      *> and a new year completes the last week of the old one. a
      *> flag that moves on a date already on file is registered.
       5000-derive-flags.
           perform 5100-derive-one-date thru 5100-exit
               varying cal-day-sub from 1 by 1
               until cal-day-sub > cal-span.
       5000-exit.
           exit.

       5100-derive-one-date.
           if not cdt-on-calendar(cal-day-sub)
               go to 5100-exit
           end-if
           compute cal-this-integer
               = cal-base-integer + cal-day-sub - 1
           compute cal-date-numeric
               = function date-of-integer(cal-this-integer)
           compute cal-next-numeric
               = function date-of-integer(cal-this-integer + 1)
           move 'N' to cal-new-month-end
           if cal-next-numeric(5:2) not = cal-date-numeric(5:2)
               move 'Y' to cal-new-month-end
           end-if
           move 'N' to cal-new-week-end
           if cdt-day-type(cal-day-sub) = 'B'
               compute cal-weekday
                   = function mod(cal-this-integer - 1, 7) + 1
               compute cal-days-left-in-week = 7 - cal-weekday
               move 'N' to cal-later-switch
               perform 5200-look-later-in-week
                   varying cal-later-sub from cal-day-sub by 1
                   until cal-later-sub
                       > cal-day-sub + cal-days-left-in-week
                   or cal-later-business-day
               if not cal-later-business-day
                   move 'Y' to cal-new-week-end
               end-if
           end-if
           if not cdt-added(cal-day-sub)
               if cal-new-month-end not = cdt-month-end(cal-day-sub)
                   move cal-date-numeric to cal-date-text
                   move spaces to cal-register-line
                   string
                       '  reflag   ' cal-date-text ' month-end '
                       cdt-month-end(cal-day-sub) ' -> '
                       cal-new-month-end
                       delimited by size
                       into cal-register-line
                   end-string
                   perform 7000-emit-register-line thru 7000-exit
                   add 1 to cal-reflag-count
               end-if
               if cal-new-week-end not = cdt-week-end(cal-day-sub)
                   move cal-date-numeric to cal-date-text
                   move spaces to cal-register-line
                   string
                       '  reflag   ' cal-date-text ' week-end  '
                       cdt-week-end(cal-day-sub) ' -> '
                       cal-new-week-end
                       delimited by size
                       into cal-register-line
                   end-string
                   perform 7000-emit-register-line thru 7000-exit
                   add 1 to cal-reflag-count
               end-if
           end-if
           move cal-new-month-end to cdt-month-end(cal-day-sub)
           move cal-new-week-end to cdt-week-end(cal-day-sub).
       5100-exit.
           exit.

       5200-look-later-in-week.
           if cal-later-sub > cal-day-sub
           and cal-later-sub not > cal-span
               if cdt-on-calendar(cal-later-sub)
               and cdt-day-type(cal-later-sub) = 'B'
                   move 'Y' to cal-later-switch
               end-if
           end-if.

       6000-write-calendar.
           if cal-span = 0
               go to 6000-exit
           end-if
           open output calendar-file
           perform 6100-write-one-date
               varying cal-day-sub from 1 by 1
               until cal-day-sub > cal-span
           close calendar-file.
       6000-exit.
           exit.

       6100-write-one-date.
           if cdt-on-calendar(cal-day-sub)
               compute cal-this-integer
                   = cal-base-integer + cal-day-sub - 1
               compute cal-date-numeric
                   = function date-of-integer(cal-this-integer)
               move spaces to calendar-record
               move cal-date-numeric to cal-date
               move cdt-day-type(cal-day-sub) to cal-day-type
               move cdt-month-end(cal-day-sub) to cal-month-end
               move cdt-week-end(cal-day-sub) to cal-week-end
               write calendar-record
               add 1 to cal-written-count
               move cal-date to cal-date-text
           end-if.

       7000-emit-register-line.
           write cal-register-record from cal-register-line
           display function trim(cal-register-line, trailing).
       7000-exit.
           exit.

       8000-finish.
           if cal-tran-mode
               move cal-tran-count to cal-count-edit
               move spaces to cal-register-line
               string
                   'transactions read:     '
                   function trim(cal-count-edit)
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
               move cal-applied-count to cal-count-edit
               move spaces to cal-register-line
               string
                   'transactions applied:  '
                   function trim(cal-count-edit)
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
               move cal-rejected-count to cal-count-edit
               move spaces to cal-register-line
               string
                   'transactions rejected: '
                   function trim(cal-count-edit)
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
           end-if
           move cal-reflag-count to cal-count-edit
           move spaces to cal-register-line
           string
               'flags moved:           ' function trim(cal-count-edit)
               delimited by size
               into cal-register-line
           end-string
           perform 7000-emit-register-line thru 7000-exit
           move cal-written-count to cal-count-edit
           move spaces to cal-register-line
           string
               'dates on calendar:     ' function trim(cal-count-edit)
               delimited by size
               into cal-register-line
           end-string
           perform 7000-emit-register-line thru 7000-exit
           if cal-written-count > 0
               move spaces to cal-register-line
               string
                   'calendar ends:         ' cal-date-text
                   delimited by size
                   into cal-register-line
               end-string
               perform 7000-emit-register-line thru 7000-exit
           end-if
           close cal-register-file
           if cal-rejected-count > 0
               move 4 to return-code
           end-if
           perform 9000-write-audit-entry thru 9000-exit.
       8000-exit.
           exit.

      *> the same shape of audit entry the catalog and maintenance
      *> runs leave, counting the dates added or reclassified.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           if cal-build-mode
               move cal-added-count to cal-count-edit
           else
               move cal-applied-count to cal-count-edit
           end-if
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules='
               function trim(cal-count-edit) ' file='
               'MCATCAL.DAT'
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
