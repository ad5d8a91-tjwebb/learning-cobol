       identification division.
       program-id. mcatrul.
      *> version: 1.1.0
      *> desc: naming-rules maintenance - adds and expires the
      *> department-prefix and grandfather entries in mcatrule.dat
      *> and prints the rule set active today, so a new department
      *> is a one-line business change instead of a program change.
      *> only an operator with RULMNT authority in mcatauth.dat may
      *> maintain the rules; a refusal is written to the audit log.
       environment division.
       configuration section.
       repository.
               file status is mcat-rules-status.
           select rules-work-file assign to "MCATRULE.WRK"
               organization line sequential.
           select mcat-auth-file assign to "MCATAUTH.DAT"
               organization line sequential
               file status is mcat-auth-status.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

       data division.
       file section.
       fd  rules-work-file.
       01  rules-work-record        pic x(39).

       fd  mcat-auth-file.
           copy mcatatl.

       fd  mcat-audit-file.
       01  mcat-audit-record         pic x(132).

       working-storage section.

       77  mcat-rules-status         pic x(02) value spaces.
       77  rul-arg-3                 pic x(08) value spaces.
       77  rul-today                 pic x(08) value spaces.
       77  rul-active-count          pic 9(4) comp value 0.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-auth-function        pic x(08) value 'RULMNT'.
       01  mcat-auth-switch          pic x(01) value 'N'.
           88 mcat-authorized         value 'Y'.
       01  auth-eof-switch           pic x(01) value 'N'.
           88 auth-no-more            value 'Y'.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to rul-today
           perform 0550-identify-operator thru 0550-exit
           perform 0560-check-authority thru 0560-exit
           if not mcat-authorized
               move 8 to return-code
               stop run
           end-if
           display 'mcatrul: commands are  a DEPT|GRND <value> '
               '[effective]   e <value>   p   (blank to quit)'
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

      *> mcatrul acts only for an operator holding RULMNT authority
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
               display 'mcatrul: operator '
                   function trim(mcat-operator-id)
                   ' does not hold RULMNT authority - refused'
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
           and aut-effective <= rul-today
           and aut-expires > rul-today
               move 'Y' to mcat-auth-switch
           end-if
           perform 0570-read-authority thru 0570-exit.
       0580-exit.
           exit.

       1000-prompt-one-command.
           display 'mcatrul: command: ' with no advancing
           accept rul-command-line
           perform 3100-read-rule thru 3100-exit.
       4100-exit.
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
               'MCATRULE.DAT' ' refused='
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
