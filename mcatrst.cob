       identification division.
       program-id. mcatrst.
      *> version: 1.1.1
      *> desc: catalog state restore - puts every file of a mcatsnp
      *> snapshot back in place together: "mcatrst SNyyyymmddnn" or
      *> "mcatrst LATEST". the snapshot's copies are counted against
      *> mcatsnpl.dat before anything is touched, the run-lock is
      *> held while the files are replaced, each restored file is
      *> counted again, and the outcome goes to mcatrst.rpt and the
      *> audit log. with no parameter it lists the snapshots held.
      *> only an operator with RESTORE authority in mcatauth.dat may
      *> restore; a refusal is written to the audit log.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select mcat-lock-file assign to "MCATLOCK.DAT"
               organization line sequential
               file status is mcat-lock-status.
           select mcat-index-file assign to "MCATIDX.DAT"
               organization indexed
               access mode sequential
               record key mcatk-module-id
               file status is rst-index-status.
           select mcat-owner-file assign to "MCATOWN.DAT"
               organization indexed
               access mode sequential
               record key own-module-id
               file status is rst-owner-status.
           select rst-live-file assign to dynamic rst-live-name
               organization line sequential
               file status is rst-live-status.
           select rst-copy-file assign to dynamic rst-copy-name
               organization line sequential
               file status is rst-copy-status.
           select snp-list-file assign to "MCATSNPL.DAT"
               organization line sequential
               file status is snp-list-status.
           select rst-report-file assign to "MCATRST.RPT"
               organization line sequential.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.
           select mcat-auth-file assign to "MCATAUTH.DAT"
               organization line sequential
               file status is mcat-auth-status.

       data division.
       file section.
       fd  mcat-lock-file.
       01  mcat-lock-record.
           20 lock-state            pic x(01).
           20 filler                pic x(01).
           20 lock-stamp            pic x(21).
           20 filler                pic x(01).
           20 lock-operator         pic x(10).

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

       fd  rst-live-file.
       01  rst-live-record          pic x(1500).

       fd  rst-copy-file.
       01  rst-copy-record          pic x(1500).

       fd  snp-list-file.
           copy mcatsnl.

       fd  rst-report-file.
       01  rst-report-record        pic x(132).

       fd  mcat-audit-file.
       01  mcat-audit-record        pic x(132).

       fd  mcat-auth-file.
           copy mcatatl.

       working-storage section.

       77  mcat-lock-status          pic x(02) value spaces.
       77  rst-index-status          pic x(02) value spaces.
       77  rst-owner-status          pic x(02) value spaces.
       77  rst-live-status           pic x(02) value spaces.
       77  rst-copy-status           pic x(02) value spaces.
       77  snp-list-status           pic x(02) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  rst-live-name             pic x(20) value spaces.
       77  rst-copy-name             pic x(20) value spaces.
       77  rst-param-buffer          pic x(80) value spaces.
       77  rst-snapshot-id           pic x(12) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  rst-report-line           pic x(132) value spaces.
       77  rst-remove-command        pic x(80) value spaces.
       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-auth-function        pic x(08) value 'RESTORE'.
       01  mcat-auth-switch          pic x(01) value 'N'.
           88 mcat-authorized         value 'Y'.
       01  auth-eof-switch           pic x(01) value 'N'.
           88 auth-no-more            value 'Y'.

       01  rst-eof-switch            pic x(01) value 'N'.
           88 rst-no-more             value 'Y'.
       01  list-eof-switch           pic x(01) value 'N'.
           88 list-no-more            value 'Y'.
       01  rst-refuse-switch         pic x(01) value 'N'.
           88 rst-refused             value 'Y'.
       01  rst-mismatch-switch       pic x(01) value 'N'.
           88 rst-mismatch            value 'Y'.

      *> the catalog state set, in the order mcatsnp copies it;
      *> kind I and O are the indexed registry index and owner
      *> master, S the line sequential files.
       01  rst-file-list.
           05 filler pic x(12) value 'MCATIDX.DAT'.
           05 filler pic x(01) value 'I'.
           05 filler pic x(12) value 'MCATVHST.DAT'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATLCS.DAT'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATFPR.DAT'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATXSTA.DAT'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATDEP.DAT'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATOWN.DAT'.
           05 filler pic x(01) value 'O'.
           05 filler pic x(12) value 'MCATRULE.DAT'.
           05 filler pic x(01) value 'S'.
       01  rst-file-table redefines rst-file-list.
           05 rst-file-entry occurs 8 times.
              10 rst-file-name       pic x(12).
              10 rst-file-kind       pic x(01).
       77  rst-file-count            pic 9(4) comp value 8.
       77  rst-file-sub              pic 9(4) comp.
       77  rst-found-count           pic 9(4) comp value 0.

      *> what the snapshot list holds for each file, what the copy
      *> held when checked, and what the live file holds after the
      *> restore.
       01  rst-state-table.
           05 rst-state-entry occurs 8 times.
              10 rst-listed          pic x(01).
              10 rst-state           pic x(01).
              10 rst-copy-file-name  pic x(16).
              10 rst-listed-count    pic 9(07).
              10 rst-copy-count      pic 9(07).
              10 rst-restored-count  pic 9(07).
       77  rst-record-count          pic 9(07) value zero.
       77  rst-total-records         pic 9(07) value zero.
       77  rst-write-errors          pic 9(07) value zero.
       77  rst-listed-edit           pic z(6)9 value zero.
       77  rst-actual-edit           pic z(6)9 value zero.
       77  rst-prior-id              pic x(12) value spaces.
       77  rst-outcome               pic x(08) value 'VERIFIED'.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           accept rst-param-buffer from command-line
           perform 0550-identify-operator thru 0550-exit
           if rst-param-buffer = spaces
               perform 1500-list-snapshots thru 1500-exit
               stop run
           end-if
           move function upper-case(function trim(rst-param-buffer))
               to rst-snapshot-id
           perform 0560-check-authority thru 0560-exit
           if not mcat-authorized
               move 8 to return-code
               stop run
           end-if
           open output rst-report-file
           move spaces to rst-report-line
           string
               'mcatrst catalog state restore  run date '
               mcat-run-date '  operator '
               function trim(mcat-operator-id)
               delimited by size
               into rst-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 0100-check-run-lock thru 0100-exit
           if not rst-refused
               perform 1000-load-snapshot thru 1000-exit
           end-if
           if not rst-refused
               perform 2000-check-one-copy thru 2000-exit
                   varying rst-file-sub from 1 by 1
                   until rst-file-sub > rst-file-count
           end-if
           if rst-refused
               move 'restore refused - no file has been changed'
                   to rst-report-line
               perform 7000-emit-report-line thru 7000-exit
               close rst-report-file
               move 'REFUSED' to rst-outcome
               perform 9000-write-audit-entry thru 9000-exit
               move 8 to return-code
               stop run
           end-if
           perform 0600-set-run-lock thru 0600-exit
           perform 3000-restore-one-file thru 3000-exit
               varying rst-file-sub from 1 by 1
               until rst-file-sub > rst-file-count
           perform 4000-recount-one-file thru 4000-exit
               varying rst-file-sub from 1 by 1
               until rst-file-sub > rst-file-count
           perform 4200-clear-run-lock thru 4200-exit
           perform 8000-finish thru 8000-exit
           perform 9000-write-audit-entry thru 9000-exit
           stop run.

      *> a restore under a running rebuild would leave neither the
      *> rebuild's state nor the snapshot's, so a raised lock stops
      *> it before anything is read.
       0100-check-run-lock.
           open input mcat-lock-file
           if mcat-lock-status = '00'
               read mcat-lock-file
                   at end move 'N' to lock-state
               end-read
               close mcat-lock-file
               if lock-state = 'Y'
                   move 'Y' to rst-refuse-switch
                   move spaces to rst-report-line
                   string
                       'a catalog rebuild is underway - lock set '
                       lock-stamp ' by ' function trim(lock-operator)
                       delimited by size
                       into rst-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
                   move spaces to rst-report-line
                   string
                       '  if that rebuild abended, clear the stale '
                       'lock with mcatulk'
                       delimited by size
                       into rst-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
               end-if
           end-if.
       0100-exit.
           exit.

       0550-identify-operator.
           display "USER" upon environment-name
           accept mcat-operator-id from environment-value
           if mcat-operator-id = spaces
               move 'BATCH' to mcat-operator-id
           end-if.
       0550-exit.
           exit.

      *> mcatrst acts only for an operator holding RESTORE authority
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
               display 'mcatrst: operator '
                   function trim(mcat-operator-id)
                   ' does not hold RESTORE authority - refused'
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

      *> the restore holds the same lock a catalog rebuild does, so
      *> readers wait rather than answer from a half-restored set.
       0600-set-run-lock.
           open output mcat-lock-file
           move spaces to mcat-lock-record
           move 'Y' to lock-state
           move function current-date to lock-stamp
           move mcat-operator-id to lock-operator
           write mcat-lock-record
           close mcat-lock-file.
       0600-exit.
           exit.

      *> every file of the state set must be listed under the id;
      *> LATEST takes the last snapshot listed.
       1000-load-snapshot.
           if rst-snapshot-id = 'LATEST'
               perform 1050-find-latest-id thru 1050-exit
           end-if
           move spaces to rst-state-table
           move zero to rst-found-count
           move 'N' to list-eof-switch
           open input snp-list-file
           if snp-list-status = '00'
               perform 1100-read-list-entry thru 1100-exit
               perform 1200-take-one-entry thru 1200-exit
                   until list-no-more
               close snp-list-file
           end-if
           move spaces to rst-report-line
           string
               'snapshot ' rst-snapshot-id
               delimited by size
               into rst-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           if rst-found-count = 0
               move 'Y' to rst-refuse-switch
               move '  not in MCATSNPL.DAT' to rst-report-line
               perform 7000-emit-report-line thru 7000-exit
               go to 1000-exit
           end-if
           perform 1300-check-one-listed
               varying rst-file-sub from 1 by 1
               until rst-file-sub > rst-file-count.
       1000-exit.
           exit.

       1050-find-latest-id.
           move spaces to rst-snapshot-id
           move 'N' to list-eof-switch
           open input snp-list-file
           if snp-list-status = '00'
               perform 1100-read-list-entry thru 1100-exit
               perform 1060-note-latest thru 1060-exit
                   until list-no-more
               close snp-list-file
           end-if.
       1050-exit.
           exit.

       1060-note-latest.
           move snl-snapshot-id to rst-snapshot-id
           perform 1100-read-list-entry thru 1100-exit.
       1060-exit.
           exit.

       1100-read-list-entry.
           read snp-list-file
               at end move 'Y' to list-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-take-one-entry.
           if snl-snapshot-id = rst-snapshot-id
               perform 1210-match-one-file
                   varying rst-file-sub from 1 by 1
                   until rst-file-sub > rst-file-count
           end-if
           perform 1100-read-list-entry thru 1100-exit.
       1200-exit.
           exit.

       1210-match-one-file.
           if rst-file-name(rst-file-sub) = snl-file
               if rst-listed(rst-file-sub) not = 'Y'
                   add 1 to rst-found-count
               end-if
               move 'Y' to rst-listed(rst-file-sub)
               move snl-state to rst-state(rst-file-sub)
               move snl-copy-file to rst-copy-file-name(rst-file-sub)
               move snl-count to rst-listed-count(rst-file-sub)
           end-if.

       1300-check-one-listed.
           if rst-listed(rst-file-sub) not = 'Y'
               move 'Y' to rst-refuse-switch
               move spaces to rst-report-line
               string
                   '  ' rst-file-name(rst-file-sub)
                   ' is not in the snapshot - snapshot incomplete'
                   delimited by size
                   into rst-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.

      *> with no parameter the snapshots held are listed, one line
      *> each, with when they were taken and their record total.
       1500-list-snapshots.
           move spaces to rst-prior-id
           move zero to rst-total-records
           move 'N' to list-eof-switch
           open input snp-list-file
           if snp-list-status not = '00'
               display 'mcatrst: no snapshots have been taken'
               go to 1500-exit
           end-if
           display 'mcatrst: parameter is a snapshot id or LATEST; '
               'snapshots held:'
           perform 1100-read-list-entry thru 1100-exit
           perform 1600-list-one-entry thru 1600-exit
               until list-no-more
           close snp-list-file
           perform 1700-show-one-snapshot thru 1700-exit.
       1500-exit.
           exit.

       1600-list-one-entry.
           if snl-snapshot-id not = rst-prior-id
               perform 1700-show-one-snapshot thru 1700-exit
               move snl-snapshot-id to rst-prior-id
               move snl-stamp to mcat-run-timestamp
               move snl-operator to lock-operator
               move zero to rst-total-records
           end-if
           add snl-count to rst-total-records
           perform 1100-read-list-entry thru 1100-exit.
       1600-exit.
           exit.

       1700-show-one-snapshot.
           if rst-prior-id not = spaces
               move rst-total-records to rst-actual-edit
               display '  ' rst-prior-id '  taken '
                   mcat-run-timestamp(1:8) ' '
                   mcat-run-timestamp(9:4) ' by '
                   lock-operator ' records ' rst-actual-edit
           end-if.
       1700-exit.
           exit.

      *> a copy that no longer holds what the list says it does is
      *> not restored from - nor is any other file of the snapshot.
       2000-check-one-copy.
           if rst-state(rst-file-sub) not = 'P'
               go to 2000-exit
           end-if
           move rst-copy-file-name(rst-file-sub) to rst-copy-name
           move zero to rst-record-count
           move 'N' to rst-eof-switch
           open input rst-copy-file
           if rst-copy-status not = '00'
               move 'Y' to rst-refuse-switch
               move spaces to rst-report-line
               string
                   '  ' rst-file-name(rst-file-sub) ' copy '
                   function trim(rst-copy-name) ' cannot be read'
                   delimited by size
                   into rst-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
               go to 2000-exit
           end-if
           perform 2100-read-copy-record thru 2100-exit
           perform 2200-count-copy-record thru 2200-exit
               until rst-no-more
           close rst-copy-file
           move rst-record-count to rst-copy-count(rst-file-sub)
           if rst-record-count not = rst-listed-count(rst-file-sub)
               move 'Y' to rst-refuse-switch
               move rst-listed-count(rst-file-sub) to rst-listed-edit
               move rst-record-count to rst-actual-edit
               move spaces to rst-report-line
               string
                   '  ' rst-file-name(rst-file-sub) ' copy '
                   function trim(rst-copy-name) ' holds '
                   function trim(rst-actual-edit) ' records, listed '
                   function trim(rst-listed-edit)
                   delimited by size
                   into rst-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       2000-exit.
           exit.

       2100-read-copy-record.
           read rst-copy-file
               at end move 'Y' to rst-eof-switch
           end-read.
       2100-exit.
           exit.

       2200-count-copy-record.
           add 1 to rst-record-count
           perform 2100-read-copy-record thru 2100-exit.
       2200-exit.
           exit.

      *> a file absent when the snapshot was taken is removed, so
      *> the restored set is the set as it stood. a live file that
      *> will not open for output is reported and left as it is;
      *> it counts as a write error, so the restore does not verify.
       3000-restore-one-file.
           if rst-state(rst-file-sub) not = 'P'
               move spaces to rst-remove-command
               string
                   'rm -f ' function trim(rst-file-name(rst-file-sub))
                   delimited by size
                   into rst-remove-command
               end-string
               call 'SYSTEM' using rst-remove-command
               end-call
               go to 3000-exit
           end-if
           move rst-copy-file-name(rst-file-sub) to rst-copy-name
           move 'N' to rst-eof-switch
           open input rst-copy-file
           evaluate rst-file-kind(rst-file-sub)
               when 'I'
                   open output mcat-index-file
                   if rst-index-status not = '00'
                       perform 3050-report-open-failure thru 3050-exit
                       go to 3000-exit
                   end-if
                   perform 2100-read-copy-record thru 2100-exit
                   perform 3100-restore-index-record thru 3100-exit
                       until rst-no-more
                   close mcat-index-file
               when 'O'
                   open output mcat-owner-file
                   if rst-owner-status not = '00'
                       perform 3050-report-open-failure thru 3050-exit
                       go to 3000-exit
                   end-if
                   perform 2100-read-copy-record thru 2100-exit
                   perform 3200-restore-owner-record thru 3200-exit
                       until rst-no-more
                   close mcat-owner-file
               when other
                   move rst-file-name(rst-file-sub) to rst-live-name
                   open output rst-live-file
                   if rst-live-status not = '00'
                       perform 3050-report-open-failure thru 3050-exit
                       go to 3000-exit
                   end-if
                   perform 2100-read-copy-record thru 2100-exit
                   perform 3300-restore-live-record thru 3300-exit
                       until rst-no-more
                   close rst-live-file
           end-evaluate
           close rst-copy-file.
       3000-exit.
           exit.

       3050-report-open-failure.
           close rst-copy-file
           add 1 to rst-write-errors
           move spaces to rst-report-line
           string
               '  ' rst-file-name(rst-file-sub)
               ' cannot be opened for output - not restored'
               delimited by size
               into rst-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       3050-exit.
           exit.

       3100-restore-index-record.
           move rst-copy-record to mcatk-record
           write mcatk-record
               invalid key add 1 to rst-write-errors
           end-write
           perform 2100-read-copy-record thru 2100-exit.
       3100-exit.
           exit.

       3200-restore-owner-record.
           move rst-copy-record to mcat-owner-record
           write mcat-owner-record
               invalid key add 1 to rst-write-errors
           end-write
           perform 2100-read-copy-record thru 2100-exit.
       3200-exit.
           exit.

       3300-restore-live-record.
           move rst-copy-record to rst-live-record
           write rst-live-record
           perform 2100-read-copy-record thru 2100-exit.
       3300-exit.
           exit.

      *> the restored files are read back and counted on their own,
      *> not taken on trust from the copy loop.
       4000-recount-one-file.
           move zero to rst-record-count
           move 'N' to rst-eof-switch
           evaluate rst-file-kind(rst-file-sub)
               when 'I'
                   open input mcat-index-file
                   if rst-index-status = '00'
                       perform 4100-read-index-record thru 4100-exit
                       perform 4110-count-index-record thru 4110-exit
                           until rst-no-more
                       close mcat-index-file
                   end-if
               when 'O'
                   open input mcat-owner-file
                   if rst-owner-status = '00'
                       perform 4120-read-owner-record thru 4120-exit
                       perform 4130-count-owner-record thru 4130-exit
                           until rst-no-more
                       close mcat-owner-file
                   end-if
               when other
                   move rst-file-name(rst-file-sub) to rst-live-name
                   open input rst-live-file
                   if rst-live-status = '00'
                       perform 4140-read-live-record thru 4140-exit
                       perform 4150-count-live-record thru 4150-exit
                           until rst-no-more
                       close rst-live-file
                   end-if
           end-evaluate
           move rst-record-count to rst-restored-count(rst-file-sub)
           add rst-record-count to rst-total-records
           perform 4300-report-one-file thru 4300-exit.
       4000-exit.
           exit.

       4100-read-index-record.
           read mcat-index-file next record
               at end move 'Y' to rst-eof-switch
           end-read.
       4100-exit.
           exit.

       4110-count-index-record.
           add 1 to rst-record-count
           perform 4100-read-index-record thru 4100-exit.
       4110-exit.
           exit.

       4120-read-owner-record.
           read mcat-owner-file next record
               at end move 'Y' to rst-eof-switch
           end-read.
       4120-exit.
           exit.

       4130-count-owner-record.
           add 1 to rst-record-count
           perform 4120-read-owner-record thru 4120-exit.
       4130-exit.
           exit.

       4140-read-live-record.
           read rst-live-file
               at end move 'Y' to rst-eof-switch
           end-read.
       4140-exit.
           exit.

       4150-count-live-record.
           add 1 to rst-record-count
           perform 4140-read-live-record thru 4140-exit.
       4150-exit.
           exit.

       4200-clear-run-lock.
           open output mcat-lock-file
           move spaces to mcat-lock-record
           move 'N' to lock-state
           move function current-date to lock-stamp
           move mcat-operator-id to lock-operator
           write mcat-lock-record
           close mcat-lock-file.
       4200-exit.
           exit.

       4300-report-one-file.
           move rst-listed-count(rst-file-sub) to rst-listed-edit
           move rst-restored-count(rst-file-sub) to rst-actual-edit
           move spaces to rst-report-line
           if rst-state(rst-file-sub) = 'P'
               string
                   '  ' rst-file-name(rst-file-sub) ' from '
                   rst-copy-file-name(rst-file-sub) ' listed '
                   rst-listed-edit '  restored ' rst-actual-edit
                   delimited by size
                   into rst-report-line
               end-string
           else
               string
                   '  ' rst-file-name(rst-file-sub)
                   ' absent in the snapshot - removed'
                   delimited by size
                   into rst-report-line
               end-string
           end-if
           if rst-restored-count(rst-file-sub)
                   not = rst-listed-count(rst-file-sub)
               move 'Y' to rst-mismatch-switch
               move 'COUNT MISMATCH' to rst-report-line(80:14)
           else
               move 'ok' to rst-report-line(80:2)
           end-if
           perform 7000-emit-report-line thru 7000-exit.
       4300-exit.
           exit.

       7000-emit-report-line.
           write rst-report-record from rst-report-line
           display 'mcatrst: ' function trim(rst-report-line, trailing).
       7000-exit.
           exit.

       8000-finish.
           if rst-write-errors > 0
               move 'Y' to rst-mismatch-switch
               move rst-write-errors to rst-actual-edit
               move spaces to rst-report-line
               string
                   'records or files refused on restore: '
                   function trim(rst-actual-edit)
                   delimited by size
                   into rst-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           move rst-total-records to rst-actual-edit
           move spaces to rst-report-line
           if rst-mismatch
               string
                   'restore of ' rst-snapshot-id
                   ' did NOT verify - records restored '
                   function trim(rst-actual-edit)
                   delimited by size
                   into rst-report-line
               end-string
               move 'MISMATCH' to rst-outcome
               move 8 to return-code
           else
               string
                   'restore of ' rst-snapshot-id
                   ' verified - records restored '
                   function trim(rst-actual-edit)
                   delimited by size
                   into rst-report-line
               end-string
           end-if
           perform 7000-emit-report-line thru 7000-exit
           close rst-report-file.
       8000-exit.
           exit.

      *> the restore leaves the same shape of audit entry a catalog
      *> run does - the records restored as the count and the
      *> snapshot id as the file - with the verification outcome
      *> after it.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           move rst-total-records to rst-actual-edit
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules='
               function trim(rst-actual-edit) ' file='
               rst-snapshot-id ' restore=' rst-outcome
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
               function trim(rst-snapshot-id) ' refused='
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
