       identification division.
       program-id. mcatsnp.
      *> version: 1.0.0
      *> desc: catalog state snapshot - taken ahead of the nightly
      *> chain, copies the whole catalog state set (mcatidx,
      *> mcatvhst, mcatlcs, mcatfpr, mcatxsta, mcatdep, mcatown and
      *> mcatrule) under one snapshot id SNyyyymmddnn, lists every
      *> copy with its record count in mcatsnpl.dat for mcatrst to
      *> restore from, and keeps the newest n snapshots (default
      *> 14, or the count given as the parameter).
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
               file status is snp-index-status.
           select mcat-owner-file assign to "MCATOWN.DAT"
               organization indexed
               access mode sequential
               record key own-module-id
               file status is snp-owner-status.
           select snp-live-file assign to dynamic snp-live-name
               organization line sequential
               file status is snp-live-status.
           select snp-copy-file assign to dynamic snp-copy-name
               organization line sequential
               file status is snp-copy-status.
           select snp-list-file assign to "MCATSNPL.DAT"
               organization line sequential
               file status is snp-list-status.
           select snp-list-work-file assign to "MCATSNPL.WRK"
               organization line sequential.
           select mcat-audit-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is mcat-audit-status.

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

       fd  snp-live-file.
       01  snp-live-record          pic x(1500).

       fd  snp-copy-file.
       01  snp-copy-record          pic x(1500).

       fd  snp-list-file.
           copy mcatsnl.

       fd  snp-list-work-file.
       01  snp-list-work-record     pic x(90).

       fd  mcat-audit-file.
       01  mcat-audit-record        pic x(132).

       working-storage section.

       77  mcat-lock-status          pic x(02) value spaces.
       77  snp-index-status          pic x(02) value spaces.
       77  snp-owner-status          pic x(02) value spaces.
       77  snp-live-status           pic x(02) value spaces.
       77  snp-copy-status           pic x(02) value spaces.
       77  snp-list-status           pic x(02) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  snp-live-name             pic x(20) value spaces.
       77  snp-copy-name             pic x(20) value spaces.
       77  snp-param-buffer          pic x(80) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  snp-remove-command        pic x(80) value spaces.

       01  snp-eof-switch            pic x(01) value 'N'.
           88 snp-no-more             value 'Y'.
       01  list-eof-switch           pic x(01) value 'N'.
           88 list-no-more            value 'Y'.
       01  snp-lock-switch           pic x(01) value 'N'.
           88 snp-lock-raised         value 'Y'.
       01  snp-fail-switch           pic x(01) value 'N'.
           88 snp-copy-failed         value 'Y'.

      *> the catalog state set: every file a catalog night changes
      *> and a restore must put back together. kind I is the
      *> registry index and O the owner master, both indexed and
      *> copied record by record in key order; S files are copied
      *> line for line.
       01  snp-file-list.
           05 filler pic x(12) value 'MCATIDX.DAT'.
           05 filler pic x(03) value 'IDX'.
           05 filler pic x(01) value 'I'.
           05 filler pic x(12) value 'MCATVHST.DAT'.
           05 filler pic x(03) value 'VHS'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATLCS.DAT'.
           05 filler pic x(03) value 'LCS'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATFPR.DAT'.
           05 filler pic x(03) value 'FPR'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATXSTA.DAT'.
           05 filler pic x(03) value 'XST'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATDEP.DAT'.
           05 filler pic x(03) value 'DEP'.
           05 filler pic x(01) value 'S'.
           05 filler pic x(12) value 'MCATOWN.DAT'.
           05 filler pic x(03) value 'OWN'.
           05 filler pic x(01) value 'O'.
           05 filler pic x(12) value 'MCATRULE.DAT'.
           05 filler pic x(03) value 'RUL'.
           05 filler pic x(01) value 'S'.
       01  snp-file-table redefines snp-file-list.
           05 snp-file-entry occurs 8 times.
              10 snp-file-name       pic x(12).
              10 snp-file-suffix     pic x(03).
              10 snp-file-kind       pic x(01).
       77  snp-file-count            pic 9(4) comp value 8.
       77  snp-file-sub              pic 9(4) comp.

       01  snp-result-table.
           05 snp-result-entry occurs 8 times.
              10 snp-res-state       pic x(01).
              10 snp-res-count       pic 9(07).
       77  snp-record-count          pic 9(07) value zero.
       77  snp-total-records         pic 9(07) value zero.

       77  snp-snapshot-id           pic x(12) value spaces.
       77  snp-today-prefix          pic x(10) value spaces.
       77  snp-sequence              pic 9(02) value zero.
       77  snp-high-sequence         pic 9(02) value zero.
       77  snp-keep-count            pic 9(4) comp value 14.
       77  snp-held-count            pic 9(4) comp value 0.
       77  snp-purge-count           pic 9(4) comp value 0.
       77  snp-ordinal               pic 9(4) comp value 0.
       77  snp-prior-id              pic x(12) value spaces.
       77  snp-count-edit            pic z(6)9 value zero.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           accept snp-param-buffer from command-line
           if snp-param-buffer not = spaces
               if function numval(snp-param-buffer) > 0
                   move function numval(snp-param-buffer)
                       to snp-keep-count
               else
                   display 'mcatsnp: parameter is the number of '
                       'snapshots to keep - "'
                       function trim(snp-param-buffer) '" ignored'
               end-if
           end-if
           perform 0550-identify-operator thru 0550-exit
           perform 0100-check-run-lock thru 0100-exit
           perform 1000-assign-snapshot-id thru 1000-exit
           if snp-snapshot-id = spaces
               move 8 to return-code
               stop run
           end-if
           perform 2000-snap-one-file thru 2000-exit
               varying snp-file-sub from 1 by 1
               until snp-file-sub > snp-file-count
           if snp-copy-failed
               display 'mcatsnp: snapshot ' snp-snapshot-id
                   ' is incomplete and has not been listed'
               move 8 to return-code
               stop run
           end-if
           perform 3000-list-snapshot thru 3000-exit
           perform 4000-purge-old-snapshots thru 4000-exit
           perform 9000-write-audit-entry thru 9000-exit
           perform 8000-finish thru 8000-exit
           stop run.

      *> a raised lock means a catalog rebuild is part way through
      *> and the state set may not hang together; the snapshot is
      *> still taken, since it is all there is, but the run ends
      *> with a warning so the operator knows to look.
       0100-check-run-lock.
           open input mcat-lock-file
           if mcat-lock-status = '00'
               read mcat-lock-file
                   at end move 'N' to lock-state
               end-read
               close mcat-lock-file
               if lock-state = 'Y'
                   move 'Y' to snp-lock-switch
                   display 'mcatsnp: a catalog rebuild is underway - '
                       'this snapshot may not be consistent'
                   display '  lock set ' lock-stamp ' by '
                       function trim(lock-operator)
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

      *> the id is the run date and the next sequence number for
      *> that date, so a second snapshot the same day never
      *> overwrites the first.
       1000-assign-snapshot-id.
           move spaces to snp-today-prefix
           string 'SN' mcat-run-date
               delimited by size
               into snp-today-prefix
           end-string
           move zero to snp-high-sequence
           move 'N' to list-eof-switch
           open input snp-list-file
           if snp-list-status = '00'
               perform 1100-read-list-entry thru 1100-exit
               perform 1200-check-one-entry thru 1200-exit
                   until list-no-more
               close snp-list-file
           end-if
           if snp-high-sequence = 99
               display 'mcatsnp: 99 snapshots already taken on '
                   mcat-run-date ' - no more can be numbered today'
               go to 1000-exit
           end-if
           compute snp-sequence = snp-high-sequence + 1
           string snp-today-prefix snp-sequence
               delimited by size
               into snp-snapshot-id
           end-string.
       1000-exit.
           exit.

       1100-read-list-entry.
           read snp-list-file
               at end move 'Y' to list-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-check-one-entry.
           if snl-snapshot-id(1:10) = snp-today-prefix
           and snl-snapshot-id(11:2) is numeric
               if snl-snapshot-id(11:2) > snp-high-sequence
                   move snl-snapshot-id(11:2) to snp-high-sequence
               end-if
           end-if
           perform 1100-read-list-entry thru 1100-exit.
       1200-exit.
           exit.

      *> a file that is not there is listed as absent rather than
      *> failed - a restore to that point removes it - but a copy
      *> that cannot be written fails the whole snapshot.
       2000-snap-one-file.
           move spaces to snp-copy-name
           string snp-snapshot-id '.' snp-file-suffix(snp-file-sub)
               delimited by size
               into snp-copy-name
           end-string
           move zero to snp-record-count
           move 'A' to snp-res-state(snp-file-sub)
           move 'N' to snp-eof-switch
           evaluate snp-file-kind(snp-file-sub)
               when 'I'
                   perform 2100-snap-index-file thru 2100-exit
               when 'O'
                   perform 2200-snap-owner-file thru 2200-exit
               when other
                   perform 2300-snap-sequential-file thru 2300-exit
           end-evaluate
           move snp-record-count to snp-res-count(snp-file-sub)
           add snp-record-count to snp-total-records
           move snp-record-count to snp-count-edit
           if snp-res-state(snp-file-sub) = 'P'
               display 'mcatsnp: ' snp-file-name(snp-file-sub) ' '
                   snp-count-edit ' records to '
                   function trim(snp-copy-name)
           else
               display 'mcatsnp: ' snp-file-name(snp-file-sub)
                   ' not present - listed as absent'
           end-if.
       2000-exit.
           exit.

       2100-snap-index-file.
           open input mcat-index-file
           if snp-index-status not = '00'
               go to 2100-exit
           end-if
           perform 2500-open-copy-file thru 2500-exit
           if snp-copy-failed
               close mcat-index-file
               go to 2100-exit
           end-if
           perform 2110-read-index-record thru 2110-exit
           perform 2120-copy-index-record thru 2120-exit
               until snp-no-more
           close mcat-index-file
           close snp-copy-file.
       2100-exit.
           exit.

       2110-read-index-record.
           read mcat-index-file next record
               at end move 'Y' to snp-eof-switch
           end-read.
       2110-exit.
           exit.

       2120-copy-index-record.
           move mcatk-record to snp-copy-record
           write snp-copy-record
           add 1 to snp-record-count
           perform 2110-read-index-record thru 2110-exit.
       2120-exit.
           exit.

       2200-snap-owner-file.
           open input mcat-owner-file
           if snp-owner-status not = '00'
               go to 2200-exit
           end-if
           perform 2500-open-copy-file thru 2500-exit
           if snp-copy-failed
               close mcat-owner-file
               go to 2200-exit
           end-if
           perform 2210-read-owner-record thru 2210-exit
           perform 2220-copy-owner-record thru 2220-exit
               until snp-no-more
           close mcat-owner-file
           close snp-copy-file.
       2200-exit.
           exit.

       2210-read-owner-record.
           read mcat-owner-file next record
               at end move 'Y' to snp-eof-switch
           end-read.
       2210-exit.
           exit.

       2220-copy-owner-record.
           move mcat-owner-record to snp-copy-record
           write snp-copy-record
           add 1 to snp-record-count
           perform 2210-read-owner-record thru 2210-exit.
       2220-exit.
           exit.

       2300-snap-sequential-file.
           move snp-file-name(snp-file-sub) to snp-live-name
           open input snp-live-file
           if snp-live-status not = '00'
               go to 2300-exit
           end-if
           perform 2500-open-copy-file thru 2500-exit
           if snp-copy-failed
               close snp-live-file
               go to 2300-exit
           end-if
           perform 2310-read-live-record thru 2310-exit
           perform 2320-copy-live-record thru 2320-exit
               until snp-no-more
           close snp-live-file
           close snp-copy-file.
       2300-exit.
           exit.

       2310-read-live-record.
           read snp-live-file
               at end move 'Y' to snp-eof-switch
           end-read.
       2310-exit.
           exit.

       2320-copy-live-record.
           move snp-live-record to snp-copy-record
           write snp-copy-record
           add 1 to snp-record-count
           perform 2310-read-live-record thru 2310-exit.
       2320-exit.
           exit.

       2500-open-copy-file.
           open output snp-copy-file
           if snp-copy-status not = '00'
               move 'Y' to snp-fail-switch
               display 'mcatsnp: cannot write '
                   function trim(snp-copy-name) ' - status '
                   snp-copy-status
           else
               move 'P' to snp-res-state(snp-file-sub)
           end-if.
       2500-exit.
           exit.

      *> the copies are only listed once every one of them has been
      *> written, so mcatrst never sees half a snapshot.
       3000-list-snapshot.
           move function current-date to mcat-run-timestamp
           open extend snp-list-file
           if snp-list-status not = '00'
               open output snp-list-file
           end-if
           perform 3100-list-one-file
               varying snp-file-sub from 1 by 1
               until snp-file-sub > snp-file-count
           close snp-list-file.
       3000-exit.
           exit.

       3100-list-one-file.
           move spaces to snl-record
           move snp-snapshot-id to snl-snapshot-id
           move snp-file-name(snp-file-sub) to snl-file
           if snp-res-state(snp-file-sub) = 'P'
               string snp-snapshot-id '.'
                   snp-file-suffix(snp-file-sub)
                   delimited by size
                   into snl-copy-file
               end-string
           end-if
           move snp-res-state(snp-file-sub) to snl-state
           move snp-res-count(snp-file-sub) to snl-count
           move mcat-run-timestamp to snl-stamp
           move mcat-operator-id to snl-operator
           write snl-record.

      *> snapshots are listed oldest first, so once more are held
      *> than are to be kept, the leading ones go: their copies are
      *> removed and the list is rewritten without them.
       4000-purge-old-snapshots.
           move zero to snp-held-count
           move spaces to snp-prior-id
           move 'N' to list-eof-switch
           open input snp-list-file
           if snp-list-status not = '00'
               go to 4000-exit
           end-if
           perform 1100-read-list-entry thru 1100-exit
           perform 4100-count-one-entry thru 4100-exit
               until list-no-more
           close snp-list-file
           if snp-held-count not > snp-keep-count
               go to 4000-exit
           end-if
           compute snp-purge-count = snp-held-count - snp-keep-count
           move zero to snp-ordinal
           move spaces to snp-prior-id
           move 'N' to list-eof-switch
           open input snp-list-file
           open output snp-list-work-file
           perform 1100-read-list-entry thru 1100-exit
           perform 4200-purge-or-keep-entry thru 4200-exit
               until list-no-more
           close snp-list-work-file
           close snp-list-file
           perform 4300-rewrite-list thru 4300-exit
           move snp-purge-count to snp-count-edit
           display 'mcatsnp: snapshots purged: '
               function trim(snp-count-edit)
           move snp-keep-count to snp-count-edit
           display 'mcatsnp: snapshots kept:   '
               function trim(snp-count-edit).
       4000-exit.
           exit.

       4100-count-one-entry.
           if snl-snapshot-id not = snp-prior-id
               add 1 to snp-held-count
               move snl-snapshot-id to snp-prior-id
           end-if
           perform 1100-read-list-entry thru 1100-exit.
       4100-exit.
           exit.

       4200-purge-or-keep-entry.
           if snl-snapshot-id not = snp-prior-id
               add 1 to snp-ordinal
               move snl-snapshot-id to snp-prior-id
           end-if
           if snp-ordinal > snp-purge-count
               write snp-list-work-record from snl-record
           else
               if snl-state = 'P'
                   move spaces to snp-remove-command
                   string
                       'rm -f ' function trim(snl-copy-file)
                       delimited by size
                       into snp-remove-command
                   end-string
                   call 'SYSTEM' using snp-remove-command
                   end-call
               end-if
           end-if
           perform 1100-read-list-entry thru 1100-exit.
       4200-exit.
           exit.

       4300-rewrite-list.
           move 'N' to snp-eof-switch
           open input snp-list-work-file
           open output snp-list-file
           perform 4310-read-work-entry thru 4310-exit
           perform 4320-copy-work-entry thru 4320-exit
               until snp-no-more
           close snp-list-file
           close snp-list-work-file.
       4300-exit.
           exit.

       4310-read-work-entry.
           read snp-list-work-file
               at end move 'Y' to snp-eof-switch
           end-read.
       4310-exit.
           exit.

       4320-copy-work-entry.
           move snp-list-work-record to snl-record
           write snl-record
           perform 4310-read-work-entry thru 4310-exit.
       4320-exit.
           exit.

       8000-finish.
           move snp-total-records to snp-count-edit
           display 'mcatsnp: snapshot ' snp-snapshot-id ' taken - '
               function trim(snp-count-edit) ' records in all'
           if snp-lock-raised
               move 4 to return-code
           end-if.
       8000-exit.
           exit.

      *> the snapshot leaves the same shape of audit entry a catalog
      *> run does, with the record total as the count and the
      *> snapshot id as the file.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           move snp-total-records to snp-count-edit
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules='
               function trim(snp-count-edit) ' file='
               snp-snapshot-id
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
