       identification division.
       program-id. mcatulk.
      *> version: 1.1.0
      *> desc: supervised override for the catalog run-lock - shows
      *> who set the lock and when, asks the operator to confirm the
      *> rebuild really is dead, and only then lowers the lock so
      *> readers can use the registry again. only an operator with
      *> UNLOCK authority in mcatauth.dat may clear it; clears and
      *> refusals both go to the audit log.
       environment division.
       configuration section.
       repository.
           select mcat-lock-file assign to "MCATLOCK.DAT"
               organization line sequential
               file status is mcat-lock-status.
           select mcat-auth-file assign to "MCATAUTH.DAT"
               organization line sequential
               file status is mcat-auth-status.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

       data division.
       file section.
           20 filler                pic x(01).
           20 lock-operator         pic x(10).

       fd  mcat-auth-file.
           copy mcatatl.

       fd  mcat-audit-file.
       01  mcat-audit-record         pic x(132).

       working-storage section.

       77  mcat-lock-status          pic x(02) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-answer               pic x(01) value spaces.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-lock-raised-by       pic x(10) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-auth-function        pic x(08) value 'UNLOCK'.
       01  mcat-auth-switch          pic x(01) value 'N'.
           88 mcat-authorized         value 'Y'.
       01  auth-eof-switch           pic x(01) value 'N'.
           88 auth-no-more            value 'Y'.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0550-identify-operator thru 0550-exit
           open input mcat-lock-file
           if mcat-lock-status not = '00'
               display 'mcatulk: no lock file - nothing to clear'
                   display 'mcatulk: the lock is not raised - '
                       'nothing to clear'
               else
                   perform 0560-check-authority thru 0560-exit
                   if mcat-authorized
                       perform 1000-confirm-and-clear thru 1000-exit
                   else
                       move 8 to return-code
                   end-if
               end-if
           end-if
           stop run.

       0550-identify-operator.
           display "USER" upon environment-name
           accept mcat-operator-id from environment-value
           if mcat-operator-id = spaces
               move 'BATCH' to mcat-operator-id
           end-if.
       0550-exit.
           exit.

      *> mcatulk acts only for an operator holding UNLOCK authority
      *> in mcatauth.dat today; anyone else is turned away and the
      *> attempt is written to the audit log.
       0560-check-authority.
           move 'N' to mcat-auth-switch
           move 'N' to auth-eof-switch
           open input mcat-auth-file
           if mcat-auth-status = '00'
               perform 0570-read-authority thru 0570-exit
               perform 0580-match-one-authority thru 0580-exit
                   until auth-no-more or mcat-authorized
               close mcat-auth-file
           end-if
           if not mcat-authorized
               display 'mcatulk: operator '
                   function trim(mcat-operator-id)
                   ' does not hold UNLOCK authority - refused'
               display '  - authority is granted with mcataut.'
               perform 9100-write-refusal thru 9100-exit
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
           if aut-operator = mcat-operator-id
           and aut-function = mcat-auth-function
           and aut-effective <= mcat-run-date
           and aut-expires > mcat-run-date
               move 'Y' to mcat-auth-switch
           end-if
           perform 0570-read-authority thru 0570-exit.
       0580-exit.
           exit.

      *> the lock is only stale if the rebuild that raised it is no
      *> longer running; that judgment belongs to the operator, so
      *> the clear asks before it acts.
               with no advancing
           accept mcat-answer
           if function lower-case(mcat-answer) = 'y'
               move lock-operator to mcat-lock-raised-by
               open output mcat-lock-file
               move spaces to mcat-lock-record
               move 'N' to lock-state
               write mcat-lock-record
               close mcat-lock-file
               display 'mcatulk: lock cleared'
               perform 9000-write-audit-entry thru 9000-exit
           else
               display 'mcatulk: lock left in place'
           end-if.
       1000-exit.
           exit.

      *> the override leaves the same shape of audit entry the
      *> catalog and maintenance runs do, naming whose lock it was.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules=0 file='
               'MCATLOCK.DAT unlock=CLEARED raised-by='
               function trim(mcat-lock-raised-by)
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

      *> a refused operator leaves the same shape of audit entry,
      *> no modules and the function refused, so the log shows the
      *> attempts as well as the changes.
       9100-write-refusal.
           move function current-date to mcat-run-timestamp
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules=0 file='
               'MCATLOCK.DAT' ' refused='
               function trim(mcat-auth-function)
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
