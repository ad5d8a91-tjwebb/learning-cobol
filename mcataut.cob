       identification division.
       program-id. mcataut.
      *> version: 1.1.1
      *> desc: operator authority maintenance - grants and revokes
      *> the functions each operator may perform (lock override,
      *> registry, ownership and naming-rule maintenance, restore,
      *> library promotion, authority maintenance itself) in
      *> mcatauth.dat, each change audited; REPORT prints
      *> mcataut.rpt, who holds which authority and what lapsed in
      *> the last month. while no operator holds AUTHMNT only a
      *> grant of AUTHMNT itself is accepted, so the master can be
      *> set up and nothing else slips in before it is.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select mcat-auth-file assign to "MCATAUTH.DAT"
               organization line sequential
               file status is mcat-auth-status.
           select auth-work-file assign to "MCATAUTH.WRK"
               organization line sequential.
           select aut-sort-file assign to "MCATOSRT.TMP".
           select aut-report-file assign to "MCATAUT.RPT"
               organization line sequential.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

       data division.
       file section.
       fd  mcat-auth-file.
           copy mcatatl.

       fd  auth-work-file.
       01  auth-work-record         pic x(57).

      *> kind A is a grant in force today, L one that lapsed or was
      *> revoked inside the last month, so each operator's current
      *> authority prints ahead of what they lost.
       sd  aut-sort-file.
       01  aut-sort-entry.
           20 ats-operator          pic x(10).
           20 ats-kind              pic x(01).
           20 ats-function          pic x(08).
           20 ats-effective         pic x(08).
           20 ats-expires           pic x(08).
           20 ats-granted-by        pic x(10).
           20 ats-granted-on        pic x(08).

       fd  aut-report-file.
       01  aut-report-record        pic x(132).

       fd  mcat-audit-file.
       01  mcat-audit-record         pic x(132).

       working-storage section.

       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-auth-function        pic x(08) value 'AUTHMNT'.

       01  mcat-done-switch          pic x(01) value 'N'.
           88 mcat-done               value 'Y'.
       01  auth-eof-switch           pic x(01) value 'N'.
           88 auth-no-more            value 'Y'.
       01  mcat-auth-switch          pic x(01) value 'N'.
           88 mcat-authorized         value 'Y'.
       01  sorted-eof-switch         pic x(01) value 'N'.
           88 sorted-no-more          value 'Y'.
       01  aut-found-switch          pic x(01) value 'N'.
           88 aut-grant-found         value 'Y'.
       01  aut-valid-switch          pic x(01) value 'N'.
           88 aut-function-valid      value 'Y'.

      *> the functions the maintenance and override programs ask
      *> for, and the program that asks.
       01  aut-function-list.
           05 filler pic x(08) value 'UNLOCK'.
           05 filler pic x(08) value 'mcatulk'.
           05 filler pic x(08) value 'REGMNT'.
           05 filler pic x(08) value 'mcatmnt'.
           05 filler pic x(08) value 'OWNMNT'.
           05 filler pic x(08) value 'mcatown'.
           05 filler pic x(08) value 'RULMNT'.
           05 filler pic x(08) value 'mcatrul'.
           05 filler pic x(08) value 'RESTORE'.
           05 filler pic x(08) value 'mcatrst'.
           05 filler pic x(08) value 'PROMOTE'.
           05 filler pic x(08) value 'mcatprm'.
           05 filler pic x(08) value 'AUTHMNT'.
           05 filler pic x(08) value 'mcataut'.
       01  aut-function-table redefines aut-function-list.
           05 aut-function-entry occurs 7 times.
              10 aut-function-name   pic x(08).
              10 aut-function-owner  pic x(08).
       77  aut-function-count        pic 9(4) comp value 7.
       77  aut-function-sub          pic 9(4) comp.
       01  aut-holder-table.
           05 aut-holder-count occurs 7 times pic 9(4) comp.

       77  aut-param-buffer          pic x(72) value spaces.
       77  aut-command-line          pic x(72) value spaces.
       77  aut-command-verb          pic x(08) value spaces.
       77  aut-arg-1                 pic x(10) value spaces.
       77  aut-arg-2                 pic x(08) value spaces.
       77  aut-arg-3                 pic x(08) value spaces.
       77  aut-arg-4                 pic x(08) value spaces.
       77  aut-audit-extra           pic x(40) value spaces.
       77  aut-authmnt-holders       pic 9(4) comp value 0.
       77  aut-revoked-count         pic 9(4) comp value 0.
       77  aut-active-count          pic 9(4) comp value 0.
       77  aut-lapsed-count          pic 9(4) comp value 0.
       77  aut-expiring-count        pic 9(4) comp value 0.
       77  aut-operator-count        pic 9(4) comp value 0.
       77  aut-count-edit            pic z(3)9 value zero.
       77  aut-report-line           pic x(132) value spaces.
       77  aut-break-operator        pic x(10) value spaces.
       77  aut-month-ago             pic x(08) value spaces.
       77  aut-month-ahead           pic x(08) value spaces.
       77  aut-date-numeric          pic 9(08) value zero.
       77  aut-state-text            pic x(12) value spaces.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0550-identify-operator thru 0550-exit
           accept aut-param-buffer from command-line
           if function upper-case(function trim(aut-param-buffer))
                   = 'REPORT'
               perform 5000-print-report thru 5000-exit
               stop run
           end-if
           perform 0560-check-authority thru 0560-exit
           if not mcat-authorized
               if aut-authmnt-holders > 0
                   display 'mcataut: operator '
                       function trim(mcat-operator-id)
                       ' does not hold AUTHMNT authority - refused'
                   perform 9100-write-refusal thru 9100-exit
                   move 8 to return-code
                   stop run
               end-if
               display 'mcataut: no operator holds AUTHMNT - only '
                   'g <operator> AUTHMNT is accepted until one does'
           end-if
           display 'mcataut: commands are  g <operator> <function> '
               '[effective] [expires]   r <operator> <function>   '
               'p   (blank to quit)'
           perform 1000-prompt-one-command thru 1000-exit
               until mcat-done
           stop run.

       0550-identify-operator.
           display "USER" upon environment-name
           accept mcat-operator-id from environment-value
           if mcat-operator-id = spaces
               move 'BATCH' to mcat-operator-id
           end-if.
       0550-exit.
           exit.

      *> authority maintenance needs AUTHMNT like every other
      *> function; the holders are counted on the way through so an
      *> empty master can still be given its first holder.
       0560-check-authority.
           move 'N' to mcat-auth-switch
           move 0 to aut-authmnt-holders
           move 'N' to auth-eof-switch
           open input mcat-auth-file
           if mcat-auth-status = '00'
               perform 0570-read-authority thru 0570-exit
               perform 0580-match-one-authority thru 0580-exit
                   until auth-no-more
               close mcat-auth-file
           end-if.
       0560-exit.
           exit.

       0570-read-authority.
           read mcat-auth-file
               at end move 'Y' to auth-eof-switch
           end-read.
       0570-exit.
           exit.

       0580-match-one-authority.
           if aut-function = mcat-auth-function
           and aut-effective <= mcat-run-date
           and aut-expires > mcat-run-date
               add 1 to aut-authmnt-holders
               if aut-operator = mcat-operator-id
                   move 'Y' to mcat-auth-switch
               end-if
           end-if
           perform 0570-read-authority thru 0570-exit.
       0580-exit.
           exit.

       1000-prompt-one-command.
           display 'mcataut: command: ' with no advancing
           move spaces to aut-command-line
           accept aut-command-line
           move spaces to aut-command-verb
           move spaces to aut-arg-1
           move spaces to aut-arg-2
           move spaces to aut-arg-3
           move spaces to aut-arg-4
           unstring aut-command-line delimited by all space
               into aut-command-verb aut-arg-1 aut-arg-2 aut-arg-3
                   aut-arg-4
           end-unstring
           move function upper-case(aut-arg-2) to aut-arg-2
           if not mcat-authorized
           and aut-command-verb not = spaces
               perform 1100-check-first-grant thru 1100-exit
               go to 1000-exit
           end-if
           evaluate function lower-case(aut-command-verb)
               when spaces
                   move 'Y' to mcat-done-switch
               when 'g'
                   perform 2000-grant-authority thru 2000-exit
               when 'r'
                   perform 3000-revoke-authority thru 3000-exit
               when 'p'
                   perform 4000-print-active-grants thru 4000-exit
               when other
                   display 'mcataut: unknown command - use '
                       'g, r, p or blank'
           end-evaluate.
       1000-exit.
           exit.

      *> while no operator holds AUTHMNT the master can only be given
      *> its first holder: anything but "g <operator> AUTHMNT" is
      *> refused and audited. once the grant is on file the
      *> authority is checked afresh - an operator who granted
      *> AUTHMNT to themselves carries on, anyone else's session
      *> ends, since a holder now exists.
       1100-check-first-grant.
           if function lower-case(aut-command-verb) not = 'g'
           or aut-arg-2 not = mcat-auth-function
               display 'mcataut: no operator holds AUTHMNT - only '
                   'g <operator> AUTHMNT is accepted'
               perform 9100-write-refusal thru 9100-exit
               go to 1100-exit
           end-if
           perform 2000-grant-authority thru 2000-exit
           perform 0560-check-authority thru 0560-exit
           if not mcat-authorized and aut-authmnt-holders > 0
               display 'mcataut: AUTHMNT is now held - operator '
                   function trim(mcat-operator-id)
                   ' may not maintain authority further'
               move 'Y' to mcat-done-switch
           end-if.
       1100-exit.
           exit.

      *> "g jsmith UNLOCK" takes effect today and stays in force
      *> until revoked; "g jsmith RESTORE 20261101 20261201" covers
      *> a window. an operator already holding the function open -
      *> or due to - is refused, so one grant per function is live.
       2000-grant-authority.
           perform 2100-check-function thru 2100-exit
           if aut-arg-1 = spaces or not aut-function-valid
               display 'mcataut: grant needs an operator and one of '
                   'UNLOCK REGMNT OWNMNT RULMNT RESTORE PROMOTE '
                   'AUTHMNT'
               go to 2000-exit
           end-if
           if aut-arg-3 = spaces
               move mcat-run-date to aut-arg-3
           end-if
           if aut-arg-4 = spaces
               move '99999999' to aut-arg-4
           end-if
           if aut-arg-3 is not numeric or aut-arg-4 is not numeric
               display 'mcataut: effective and expiry dates must be '
                   'yyyymmdd'
               go to 2000-exit
           end-if
           if aut-arg-4 <= aut-arg-3 or aut-arg-4 <= mcat-run-date
               display 'mcataut: the expiry must be after the '
                   'effective date and after today'
               go to 2000-exit
           end-if
           perform 2200-find-open-grant thru 2200-exit
           if aut-grant-found
               display 'mcataut: ' function trim(aut-arg-1)
                   ' already holds ' function trim(aut-arg-2)
                   ' - revoke it first to change the dates'
               go to 2000-exit
           end-if
           move spaces to aut-record
           move aut-arg-1 to aut-operator
           move aut-arg-2 to aut-function
           move aut-arg-3 to aut-effective
           move aut-arg-4 to aut-expires
           move mcat-operator-id to aut-granted-by
           move mcat-run-date to aut-granted-on
           open extend mcat-auth-file
           if mcat-auth-status not = '00'
               open output mcat-auth-file
           end-if
           write aut-record
           close mcat-auth-file
           display 'mcataut: granted ' function trim(aut-function)
               ' to ' function trim(aut-operator) ' effective '
               aut-effective ' expires ' aut-expires
           move spaces to aut-audit-extra
           string
               'grant=' function trim(aut-function) ' holder='
               function trim(aut-operator)
               delimited by size
               into aut-audit-extra
           end-string
           move 1 to aut-count-edit
           perform 9000-write-audit-entry thru 9000-exit.
       2000-exit.
           exit.

       2100-check-function.
           move 'N' to aut-valid-switch
           perform 2110-match-one-function
               varying aut-function-sub from 1 by 1
               until aut-function-sub > aut-function-count
               or aut-function-valid.
       2100-exit.
           exit.

       2110-match-one-function.
           if aut-function-name(aut-function-sub) = aut-arg-2
               move 'Y' to aut-valid-switch
           end-if.

       2200-find-open-grant.
           move 'N' to aut-found-switch
           move 'N' to auth-eof-switch
           open input mcat-auth-file
           if mcat-auth-status = '00'
               perform 0570-read-authority thru 0570-exit
               perform 2210-check-one-grant thru 2210-exit
                   until auth-no-more or aut-grant-found
               close mcat-auth-file
           end-if.
       2200-exit.
           exit.

       2210-check-one-grant.
           if aut-operator = aut-arg-1
           and aut-function = aut-arg-2
           and aut-expires > mcat-run-date
               move 'Y' to aut-found-switch
           end-if
           perform 0570-read-authority thru 0570-exit.
       2210-exit.
           exit.

      *> stamps today as the expiry of every still-open grant of the
      *> function to the operator, by copying the master through a
      *> work file the way mcatrul expires a naming rule.
       3000-revoke-authority.
           if aut-arg-1 = spaces or aut-arg-2 = spaces
               display 'mcataut: revoke needs an operator and a '
                   'function'
               go to 3000-exit
           end-if
           move 0 to aut-revoked-count
           move 'N' to auth-eof-switch
           open input mcat-auth-file
           if mcat-auth-status not = '00'
               display 'mcataut: MCATAUTH.DAT not found or unreadable'
               go to 3000-exit
           end-if
           open output auth-work-file
           perform 0570-read-authority thru 0570-exit
           perform 3100-copy-one-grant thru 3100-exit
               until auth-no-more
           close auth-work-file
           close mcat-auth-file
           perform 3500-replace-auth-file thru 3500-exit
           if aut-revoked-count = 0
               display 'mcataut: ' function trim(aut-arg-1)
                   ' holds no open ' function trim(aut-arg-2)
                   ' grant'
               go to 3000-exit
           end-if
           display 'mcataut: revoked ' function trim(aut-arg-2)
               ' from ' function trim(aut-arg-1) ' as of '
               mcat-run-date
           move spaces to aut-audit-extra
           string
               'revoke=' function trim(aut-arg-2) ' holder='
               function trim(aut-arg-1)
               delimited by size
               into aut-audit-extra
           end-string
           move aut-revoked-count to aut-count-edit
           perform 9000-write-audit-entry thru 9000-exit.
       3000-exit.
           exit.

       3100-copy-one-grant.
           if aut-operator = aut-arg-1
           and aut-function = aut-arg-2
           and aut-expires > mcat-run-date
               move mcat-run-date to aut-expires
               add 1 to aut-revoked-count
           end-if
           move aut-record to auth-work-record
           write auth-work-record
           perform 0570-read-authority thru 0570-exit.
       3100-exit.
           exit.

       3500-replace-auth-file.
           move 'N' to auth-eof-switch
           open input auth-work-file
           open output mcat-auth-file
           perform 3510-read-work-grant thru 3510-exit
           perform 3520-write-back-grant thru 3520-exit
               until auth-no-more
           close auth-work-file
           close mcat-auth-file.
       3500-exit.
           exit.

       3510-read-work-grant.
           read auth-work-file
               at end move 'Y' to auth-eof-switch
           end-read.
       3510-exit.
           exit.

       3520-write-back-grant.
           move auth-work-record to aut-record
           write aut-record
           perform 3510-read-work-grant thru 3510-exit.
       3520-exit.
           exit.

       4000-print-active-grants.
           move 0 to aut-active-count
           move 'N' to auth-eof-switch
           open input mcat-auth-file
           if mcat-auth-status not = '00'
               display 'mcataut: MCATAUTH.DAT not found or unreadable'
               go to 4000-exit
           end-if
           display 'mcataut: authority in force on ' mcat-run-date
           perform 0570-read-authority thru 0570-exit
           perform 4100-print-one-grant thru 4100-exit
               until auth-no-more
           close mcat-auth-file
           move aut-active-count to aut-count-edit
           display '  grants in force: ' function trim(aut-count-edit).
       4000-exit.
           exit.

       4100-print-one-grant.
           if aut-effective <= mcat-run-date
           and aut-expires > mcat-run-date
               add 1 to aut-active-count
               display '  ' aut-operator ' ' aut-function
                   ' effective ' aut-effective ' expires '
                   aut-expires
           end-if
           perform 0570-read-authority thru 0570-exit.
       4100-exit.
           exit.

      *> the monthly authority report: each operator with the
      *> functions held today, grants expiring inside 30 days
      *> marked, then what lapsed or was revoked in the last month,
      *> and a holder count per function.
       5000-print-report.
           move mcat-run-date to aut-date-numeric
           compute aut-date-numeric = function date-of-integer(
               function integer-of-date(aut-date-numeric) - 31)
           move aut-date-numeric to aut-month-ago
           move mcat-run-date to aut-date-numeric
           compute aut-date-numeric = function date-of-integer(
               function integer-of-date(aut-date-numeric) + 30)
           move aut-date-numeric to aut-month-ahead
           initialize aut-holder-table
           open output aut-report-file
           move spaces to aut-report-line
           string
               'mcataut operator authority report  run date '
               mcat-run-date
               delimited by size
               into aut-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move 'N' to auth-eof-switch
           open input mcat-auth-file
           if mcat-auth-status not = '00'
               move spaces to aut-report-line
               perform 7000-emit-report-line thru 7000-exit
               string
                   '  MCATAUTH.DAT not found - no operator holds '
                   'any authority'
                   delimited by size
                   into aut-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
               close aut-report-file
               display 'mcataut: MCATAUTH.DAT not found - no '
                   'operator holds any authority'
               move 4 to return-code
               go to 5000-exit
           end-if
           sort aut-sort-file
               on ascending key ats-operator ats-kind ats-function
                   ats-effective
               input procedure is 5100-release-grants thru 5100-exit
               output procedure is 6000-report-by-operator
                   thru 6000-exit
           close mcat-auth-file
           perform 8000-finish thru 8000-exit.
       5000-exit.
           exit.

       5100-release-grants.
           perform 0570-read-authority thru 0570-exit
           perform 5200-release-one-grant thru 5200-exit
               until auth-no-more.
       5100-exit.
           exit.

       5200-release-one-grant.
           move spaces to aut-sort-entry
           if aut-effective <= mcat-run-date
           and aut-expires > mcat-run-date
               move 'A' to ats-kind
           end-if
           if aut-expires <= mcat-run-date
           and aut-expires > aut-month-ago
           and aut-effective < aut-expires
               move 'L' to ats-kind
           end-if
           if ats-kind not = spaces
               move aut-operator to ats-operator
               move aut-function to ats-function
               move aut-effective to ats-effective
               move aut-expires to ats-expires
               move aut-granted-by to ats-granted-by
               move aut-granted-on to ats-granted-on
               release aut-sort-entry
           end-if
           perform 0570-read-authority thru 0570-exit.
       5200-exit.
           exit.

       6000-report-by-operator.
           move low-values to aut-break-operator
           perform 6100-return-one-entry thru 6100-exit
           perform 6200-report-one-entry thru 6200-exit
               until sorted-no-more.
       6000-exit.
           exit.

       6100-return-one-entry.
           return aut-sort-file
               at end move 'Y' to sorted-eof-switch
           end-return.
       6100-exit.
           exit.

       6200-report-one-entry.
           if ats-operator not = aut-break-operator
               move ats-operator to aut-break-operator
               add 1 to aut-operator-count
               move spaces to aut-report-line
               perform 7000-emit-report-line thru 7000-exit
               string
                   'operator: ' function trim(ats-operator)
                   delimited by size
                   into aut-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           if ats-kind = 'A'
               add 1 to aut-active-count
               perform 6300-count-holder thru 6300-exit
               if ats-expires <= aut-month-ahead
                   add 1 to aut-expiring-count
                   move 'EXPIRES SOON' to aut-state-text
               else
                   move 'in force' to aut-state-text
               end-if
           else
               add 1 to aut-lapsed-count
               move 'lapsed' to aut-state-text
           end-if
           move spaces to aut-report-line
           string
               '  ' ats-function ' ' aut-state-text ' effective '
               ats-effective ' expires ' ats-expires
               '  granted by ' ats-granted-by ' on ' ats-granted-on
               delimited by size
               into aut-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 6100-return-one-entry thru 6100-exit.
       6200-exit.
           exit.

       6300-count-holder.
           perform 6310-count-one-function
               varying aut-function-sub from 1 by 1
               until aut-function-sub > aut-function-count.
       6300-exit.
           exit.

       6310-count-one-function.
           if aut-function-name(aut-function-sub) = ats-function
               add 1 to aut-holder-count(aut-function-sub)
           end-if.

       7000-emit-report-line.
           write aut-report-record from aut-report-line.
       7000-exit.
           exit.

       8000-finish.
           move spaces to aut-report-line
           perform 7000-emit-report-line thru 7000-exit
           string
               'holders per function:'
               delimited by size
               into aut-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 8200-print-one-function
               varying aut-function-sub from 1 by 1
               until aut-function-sub > aut-function-count
           move spaces to aut-report-line
           perform 7000-emit-report-line thru 7000-exit
           move aut-operator-count to aut-count-edit
           string
               'operators listed:          '
               function trim(aut-count-edit)
               delimited by size
               into aut-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move aut-active-count to aut-count-edit
           move spaces to aut-report-line
           string
               'grants in force:           '
               function trim(aut-count-edit)
               delimited by size
               into aut-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move aut-expiring-count to aut-count-edit
           move spaces to aut-report-line
           string
               'expiring within 30 days:   '
               function trim(aut-count-edit)
               delimited by size
               into aut-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move aut-lapsed-count to aut-count-edit
           move spaces to aut-report-line
           string
               'lapsed in the last month:  '
               function trim(aut-count-edit)
               delimited by size
               into aut-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close aut-report-file.
       8000-exit.
           exit.

       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcataut: ' function trim(aut-report-line).
       8100-exit.
           exit.

      *> a function nobody holds is named, so an override with no
      *> authorized operator is seen before it is needed.
       8200-print-one-function.
           move aut-holder-count(aut-function-sub) to aut-count-edit
           move spaces to aut-report-line
           if aut-holder-count(aut-function-sub) = 0
               string
                   '  ' aut-function-name(aut-function-sub) ' ('
                   aut-function-owner(aut-function-sub) ')  '
                   'no operator holds this authority'
                   delimited by size
                   into aut-report-line
               end-string
           else
               string
                   '  ' aut-function-name(aut-function-sub) ' ('
                   aut-function-owner(aut-function-sub) ')  '
                   function trim(aut-count-edit)
                   delimited by size
                   into aut-report-line
               end-string
           end-if
           perform 7000-emit-report-line thru 7000-exit.

      *> the same shape of audit entry the catalog and maintenance
      *> runs leave, with the grant or revoke after it.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules='
               function trim(aut-count-edit) ' file='
               'MCATAUTH.DAT ' function trim(aut-audit-extra)
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

      *> a refused operator leaves an entry too, so the log shows
      *> the attempts as well as the changes.
       9100-write-refusal.
           move function current-date to mcat-run-timestamp
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules=0 file='
               'MCATAUTH.DAT refused=' function trim(mcat-auth-function)
               delimited by size
               into mcat-audit-line
           end-string
           open extend mcat-audit-file
           if mcat-audit-status not = '00'
               open output mcat-audit-file
           end-if
           write mcat-audit-record from mcat-audit-line
           close mcat-audit-file.
       9100-exit.
           exit.
