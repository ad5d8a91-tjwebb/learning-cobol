       identification division.
       program-id. mcatmnt.
      *> version: 1.2.0
      *> desc: batch registry maintenance - applies add, change,
      *> delete and lifecycle status transactions from mcattran.dat
      *> directly to the indexed registry file mcatidx.dat and prints
      *> an applied/rejected register, so a single bad entry can be
      *> corrected without rerunning the whole catalog. only an
      *> operator with REGMNT authority in mcatauth.dat may apply
      *> them; a refusal is written to the audit log.
       environment division.
       configuration section.
       repository.
           select mcat-lcs-file assign to "MCATLCS.DAT"
               organization line sequential
               file status is mcat-lcs-status.
           select mcat-auth-file assign to "MCATAUTH.DAT"
               organization line sequential
               file status is mcat-auth-status.

       data division.
       file section.
           20 filler                pic x(01).
           20 lcs-effective         pic x(08).

       fd  mcat-auth-file.
           copy mcatatl.

       working-storage section.

           copy mcatlay.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-lcs-status           pic x(02) value spaces.
       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-auth-function        pic x(08) value 'REGMNT'.
       01  mcat-auth-switch          pic x(01) value 'N'.
           88 mcat-authorized         value 'Y'.
       01  auth-eof-switch           pic x(01) value 'N'.
           88 auth-no-more            value 'Y'.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0550-identify-operator thru 0550-exit
           perform 0560-check-authority thru 0560-exit
           if not mcat-authorized
               move 8 to return-code
               stop run
           end-if
           perform 0100-check-run-lock thru 0100-exit
           if mcat-rebuild-underway
               move 8 to return-code
           exit.

       1000-initialize.
           open input mcat-tran-file
           if mcat-tran-status not = '00'
               display 'mcatmnt: MCATTRAN.DAT not found or unreadable'
       0550-exit.
           exit.

      *> mcatmnt acts only for an operator holding REGMNT authority
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
               display 'mcatmnt: operator '
                   function trim(mcat-operator-id)
                   ' does not hold REGMNT authority - refused'
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

      *> a transaction whose action starts with '*' is a comment -
      *> mcatcor writes the intake's reject reason ahead of each
      *> generated correction this way - and it is echoed onto the
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
               'MCATTRAN.DAT' ' refused='
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
