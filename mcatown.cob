       identification division.
       program-id. mcatown.
      *> version: 1.1.0
      *> desc: module ownership maintenance - applies add, change and
      *> delete transactions from mcatotrn.dat to the ownership
      *> master mcatown.dat (owning department, responsible contact,
      *> criticality code per module-id) and prints an applied
      *> /rejected register, the same cycle mcatmnt runs for the
      *> registry itself. only an operator with OWNMNT authority in
      *> mcatauth.dat may apply them; a refusal is written to the
      *> audit log.
       environment division.
       configuration section.
       repository.
               file status is own-master-status.
           select owner-register-file assign to "MCATOWNR.RPT"
               organization line sequential.
           select mcat-auth-file assign to "MCATAUTH.DAT"
               organization line sequential
               file status is mcat-auth-status.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

       data division.
       file section.
       fd  owner-register-file.
       01  owner-register-record    pic x(132).

       fd  mcat-auth-file.
           copy mcatatl.

       fd  mcat-audit-file.
       01  mcat-audit-record         pic x(132).

       working-storage section.

       77  own-tran-status           pic x(02) value spaces.
       77  own-register-line         pic x(132) value spaces.
       77  own-count-edit            pic z(3)9  value zero.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-auth-function        pic x(08) value 'OWNMNT'.
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
           perform 1000-initialize thru 1000-exit
           perform 2000-apply-one-transaction thru 2000-exit
               until own-no-more
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

      *> mcatown acts only for an operator holding OWNMNT authority
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
               display 'mcatown: operator '
                   function trim(mcat-operator-id)
                   ' does not hold OWNMNT authority - refused'
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

       1000-initialize.
           open input owner-tran-file
           if own-tran-status not = '00'
               display 'mcatown: MCATOTRN.DAT not found or unreadable'
               own-rejected-count.
       8000-exit.
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
               'MCATOTRN.DAT' ' refused='
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
