       identification division.
       program-id. mcatprm.
      *> version: 1.0.0
      *> desc: library promotion - applies the promotion requests in
      *> mcatprq.dat, each naming a module-id, from-library,
      *> to-library and version, by copying the member between the
      *> mcatlib.dat library directories. a move is refused when the
      *> module is frozen or retired in mcatlcs.dat, when the
      *> version is not the registry's, or when a copybook or called
      *> module it uses per mcatdep.dat is not already in the
      *> to-library at a compatible version. approved moves go to
      *> the promotion history mcatprh.dat and the audit log, and
      *> mcatprmr.rpt registers every request. only an operator with
      *> PROMOTE authority in mcatauth.dat may promote.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select prm-request-file assign to "MCATPRQ.DAT"
               organization line sequential
               file status is prm-request-status.
           select prm-history-file assign to "MCATPRH.DAT"
               organization line sequential
               file status is prm-history-status.
           select mcat-index-file assign to "MCATIDX.DAT"
               organization indexed
               access mode random
               record key mcatk-module-id
               file status is mcat-index-status.
           select mcat-lcs-file assign to "MCATLCS.DAT"
               organization line sequential
               file status is mcat-lcs-status.
           select mcat-dep-file assign to "MCATDEP.DAT"
               organization line sequential
               file status is mcat-dep-status.
           select mcat-lib-file assign to "MCATLIB.DAT"
               organization line sequential
               file status is mcat-lib-status.
           select prm-source-file assign to dynamic prm-source-name
               organization line sequential
               file status is prm-source-status.
           select prm-target-file assign to dynamic prm-target-name
               organization line sequential
               file status is prm-target-status.
           select prm-register-file assign to "MCATPRMR.RPT"
               organization line sequential.
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
      *> one move per record; a record whose module-id starts with
      *> '*' is a comment and is echoed onto the register.
       fd  prm-request-file.
       01  prm-request-record.
           20 prq-module-id         pic x(32).
           20 filler                pic x(01).
           20 prq-from-lib          pic x(08).
           20 filler                pic x(01).
           20 prq-to-lib            pic x(08).
           20 filler                pic x(01).
           20 prq-version           pic x(08).

       fd  prm-history-file.
           copy mcatprl.

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

       fd  mcat-lcs-file.
       01  mcat-lcs-record.
           20 lcs-module-id         pic x(32).
           20 filler                pic x(01).
           20 lcs-status            pic x(01).
           20 filler                pic x(01).
           20 lcs-effective         pic x(08).

       fd  mcat-dep-file.
       01  mcat-dep-record.
           20 mcat-dep-user         pic x(32).
           20 mcat-dep-type         pic x(04).
           20 mcat-dep-target       pic x(64).

       fd  mcat-lib-file.
       01  mcat-lib-record.
           20 lib-id                pic x(08).
           20 filler                pic x(01).
           20 lib-directory         pic x(64).

       fd  prm-source-file.
       01  prm-source-line          pic x(256).

       fd  prm-target-file.
       01  prm-target-line          pic x(256).

       fd  prm-register-file.
       01  prm-register-record      pic x(132).

       fd  mcat-lock-file.
       01  mcat-lock-record.
           20 lock-state            pic x(01).
           20 filler                pic x(01).
           20 lock-stamp            pic x(21).
           20 filler                pic x(01).
           20 lock-operator         pic x(10).

       fd  mcat-auth-file.
           copy mcatatl.

       fd  mcat-audit-file.
       01  mcat-audit-record         pic x(132).

       working-storage section.

       77  prm-request-status        pic x(02) value spaces.
       77  prm-history-status        pic x(02) value spaces.
       77  mcat-index-status         pic x(02) value spaces.
       77  mcat-lcs-status           pic x(02) value spaces.
       77  mcat-dep-status           pic x(02) value spaces.
       77  mcat-lib-status           pic x(02) value spaces.
       77  prm-source-status         pic x(02) value spaces.
       77  prm-target-status         pic x(02) value spaces.
       77  mcat-lock-status          pic x(02) value spaces.
       77  prm-source-name           pic x(80) value spaces.
       77  prm-target-name           pic x(80) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  mcat-open-switch          pic x(01) value 'N'.
           88 mcat-files-open         value 'Y'.
       01  mcat-rebuild-switch       pic x(01) value 'N'.
           88 mcat-rebuild-underway   value 'Y'.
       01  lib-eof-switch            pic x(01) value 'N'.
           88 lib-no-more             value 'Y'.
       01  hist-eof-switch           pic x(01) value 'N'.
           88 hist-no-more            value 'Y'.
       01  lcs-eof-switch            pic x(01) value 'N'.
           88 lcs-no-more             value 'Y'.
       01  dep-eof-switch            pic x(01) value 'N'.
           88 dep-no-more             value 'Y'.
       01  fp-eof-switch             pic x(01) value 'N'.
           88 fp-no-more              value 'Y'.
       01  fp-open-switch            pic x(01) value 'N'.
           88 fp-member-opened        value 'Y'.
       01  prm-registered-switch     pic x(01) value 'N'.
           88 prm-registered          value 'Y'.
       01  prm-copybook-switch       pic x(01) value 'N'.
           88 prm-copybook-used       value 'Y'.
       01  prm-in-place-switch       pic x(01) value 'N'.
           88 prm-already-in-place    value 'Y'.
       01  prm-found-switch          pic x(01) value 'N'.
           88 prm-history-found       value 'Y'.
       01  prm-form-switch           pic x(01) value 'N'.
           88 prm-version-well-formed value 'Y'.

      *> the library definitions, as every library-aware program
      *> loads them from mcatlib.dat.
       01  mcat-lib-table.
           05 mcat-lib-entry occurs 20 times.
              10 mcat-lib-tab-id     pic x(08).
              10 mcat-lib-tab-dir    pic x(64).
       77  mcat-lib-count            pic 9(4) comp value 0.
       77  mcat-lib-sub              pic 9(4) comp.
       77  mcat-lib-max              pic 9(4) comp value 20.
       77  prm-from-dir              pic x(64) value spaces.
       77  prm-to-dir                pic x(64) value spaces.
       77  prm-lib-wanted            pic x(08) value spaces.
       77  prm-lib-dir               pic x(64) value spaces.

      *> the promotion history, loaded at start and added to as this
      *> run approves moves, so a copybook promoted earlier in the
      *> request file satisfies a caller promoted later in it.
       01  prm-history-table.
           05 prm-history-entry occurs 2000 times.
              10 prt-module-id       pic x(32).
              10 prt-to-lib          pic x(08).
              10 prt-version         pic x(08).
              10 prt-fingerprint     pic 9(09).
       77  prm-history-count         pic 9(4) comp value 0.
       77  prm-history-max           pic 9(4) comp value 2000.
       77  prm-hist-sub              pic 9(4) comp.
       77  prm-look-id               pic x(32) value spaces.
       77  prm-look-lib              pic x(08) value spaces.
       77  prm-found-version         pic x(08) value spaces.
       77  prm-found-print           pic 9(09) value zero.

      *> the request in hand.
       77  prm-kind                  pic x(01) value spaces.
       77  prm-member-name           pic x(64) value spaces.
       77  prm-registry-version      pic x(08) value spaces.
       77  prm-member-print          pic 9(09) value zero.
       77  prm-reject-reason         pic x(100) value spaces.
       77  prm-lcs-effective         pic x(08) value spaces.
       77  prm-lcs-status            pic x(01) value spaces.
       77  prm-dep-target            pic x(32) value spaces.

      *> the three numeric parts of a version, for the compatible
      *> test: same major, and a minor no older than the one the
      *> caller was tested against.
       01  prm-version-parts.
           05 prm-version-part occurs 4 times pic x(08).
       77  prm-need-major            pic 9(4) comp value 0.
       77  prm-need-minor            pic 9(4) comp value 0.
       77  prm-have-major            pic 9(4) comp value 0.
       77  prm-have-minor            pic 9(4) comp value 0.
       77  prm-version-work          pic x(08) value spaces.
       77  prm-part-sub              pic 9(4) comp.

       77  mcat-fp-work              pic 9(14) comp value zero.
       77  mcat-fp-sub               pic 9(4) comp.
       77  mcat-fp-len               pic 9(4) comp.
       77  prm-fingerprint           pic 9(09) value zero.

       77  mcat-run-date             pic x(08) value spaces.
       77  mcat-operator-id          pic x(10) value spaces.
       77  mcat-run-timestamp        pic x(21) value spaces.
       77  mcat-audit-line           pic x(132) value spaces.
       77  mcat-audit-status         pic x(02) value spaces.
       77  mcat-auth-status          pic x(02) value spaces.
       77  mcat-auth-function        pic x(08) value 'PROMOTE'.
       01  mcat-auth-switch          pic x(01) value 'N'.
           88 mcat-authorized         value 'Y'.
       01  auth-eof-switch           pic x(01) value 'N'.
           88 auth-no-more            value 'Y'.

       77  prm-register-line         pic x(132) value spaces.
       77  prm-count-edit            pic z(4)9 value zero.
       77  prm-request-count         pic 9(4) comp value 0.
       77  prm-promoted-count        pic 9(4) comp value 0.
       77  prm-in-place-count        pic 9(4) comp value 0.
       77  prm-refused-count         pic 9(4) comp value 0.

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
               stop run
           end-if
           perform 1000-initialize thru 1000-exit
           perform 2000-promote-one-request thru 2000-exit
               until mcat-eof
           perform 8000-finish thru 8000-exit
           stop run.

      *> a raised lock means mcatdrv is rebuilding the index with
      *> open output right now, and the registry versions every
      *> check leans on would be a half-built picture; the run
      *> refuses instead.
       0100-check-run-lock.
           open input mcat-lock-file
           if mcat-lock-status = '00'
               read mcat-lock-file
                   at end move 'N' to lock-state
               end-read
               close mcat-lock-file
               if lock-state = 'Y'
                   move 'Y' to mcat-rebuild-switch
                   display 'mcatprm: a catalog rebuild is underway - '
                       'try again when it completes'
                   display '  lock set ' lock-stamp ' by '
                       function trim(lock-operator)
                   display '  if that rebuild abended, clear the '
                       'stale lock with mcatulk'
               end-if
           end-if.
       0100-exit.
           exit.

       0150-load-libraries.
           open input mcat-lib-file
           if mcat-lib-status = '00'
               perform 0160-read-library thru 0160-exit
               perform 0170-store-one-library thru 0170-exit
                   until lib-no-more
               close mcat-lib-file
           end-if.
       0150-exit.
           exit.

       0160-read-library.
           read mcat-lib-file
               at end move 'Y' to lib-eof-switch
           end-read.
       0160-exit.
           exit.

       0170-store-one-library.
           if mcat-lib-count < mcat-lib-max
               add 1 to mcat-lib-count
               move lib-id to mcat-lib-tab-id(mcat-lib-count)
               move lib-directory to mcat-lib-tab-dir(mcat-lib-count)
           else
               display 'mcatprm: more than ' mcat-lib-max
                   ' library definitions - extras ignored'
           end-if
           perform 0160-read-library thru 0160-exit.
       0170-exit.
           exit.

       0550-identify-operator.
           display "USER" upon environment-name
           accept mcat-operator-id from environment-value
           if mcat-operator-id = spaces
               move 'BATCH' to mcat-operator-id
           end-if.
       0550-exit.
           exit.

      *> mcatprm acts only for an operator holding PROMOTE authority
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
               display 'mcatprm: operator '
                   function trim(mcat-operator-id)
                   ' does not hold PROMOTE authority - refused'
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
           open input prm-request-file
           if prm-request-status not = '00'
               display 'mcatprm: MCATPRQ.DAT not found or unreadable'
               display '  - nothing to promote.'
               move 'Y' to mcat-eof-switch
           else
               open input mcat-index-file
               if mcat-index-status not = '00'
                   display 'mcatprm: MCATIDX.DAT not found or '
                       'unreadable - run mcatdrv first to build '
                       'the index.'
                   close prm-request-file
                   move 'Y' to mcat-eof-switch
               else
                   perform 0150-load-libraries thru 0150-exit
                   perform 1100-load-history thru 1100-exit
                   open output prm-register-file
                   move 'Y' to mcat-open-switch
                   move spaces to prm-register-line
                   string
                       'mcatprm promotion register  run date '
                       mcat-run-date '  operator '
                       function trim(mcat-operator-id)
                       delimited by size
                       into prm-register-line
                   end-string
                   write prm-register-record from prm-register-line
                   perform 2100-read-request thru 2100-exit
               end-if
           end-if.
       1000-exit.
           exit.

       1100-load-history.
           open input prm-history-file
           if prm-history-status = '00'
               perform 1110-read-history thru 1110-exit
               perform 1120-store-one-history thru 1120-exit
                   until hist-no-more
               close prm-history-file
           end-if.
       1100-exit.
           exit.

       1110-read-history.
           read prm-history-file
               at end move 'Y' to hist-eof-switch
           end-read.
       1110-exit.
           exit.

       1120-store-one-history.
           if prm-history-count < prm-history-max
               add 1 to prm-history-count
               move prh-module-id to prt-module-id(prm-history-count)
               move prh-to-lib to prt-to-lib(prm-history-count)
               move prh-version to prt-version(prm-history-count)
               move prh-fingerprint
                   to prt-fingerprint(prm-history-count)
           else
               display 'mcatprm: more than ' prm-history-max
                   ' promotion history records - older ones ignored'
           end-if
           perform 1110-read-history thru 1110-exit.
       1120-exit.
           exit.

      *> each check runs only while the request is still clear, so
      *> the register carries the first reason a move was refused.
       2000-promote-one-request.
           if prq-module-id(1:1) = '*'
               move spaces to prm-register-line
               string
                   '  note     ' function trim(prm-request-record)
                   delimited by size
                   into prm-register-line
               end-string
               write prm-register-record from prm-register-line
               display function trim(prm-register-line)
               perform 2100-read-request thru 2100-exit
               go to 2000-exit
           end-if
           add 1 to prm-request-count
           move spaces to prm-reject-reason
           move 'N' to prm-in-place-switch
           perform 3000-check-libraries thru 3000-exit
           if prm-reject-reason = spaces
               perform 3100-identify-member thru 3100-exit
           end-if
           if prm-reject-reason = spaces
               perform 3200-check-lifecycle thru 3200-exit
           end-if
           if prm-reject-reason = spaces
               perform 3300-check-version thru 3300-exit
           end-if
           if prm-reject-reason = spaces
               perform 3400-print-member thru 3400-exit
           end-if
           if prm-reject-reason = spaces
               perform 3500-check-in-place thru 3500-exit
           end-if
           if prm-reject-reason = spaces
           and not prm-already-in-place
               perform 3600-check-dependencies thru 3600-exit
           end-if
           if prm-reject-reason = spaces
           and not prm-already-in-place
               perform 4000-copy-member thru 4000-exit
           end-if
           if prm-reject-reason = spaces
           and not prm-already-in-place
               perform 4100-record-promotion thru 4100-exit
           end-if
           evaluate true
               when prm-reject-reason not = spaces
                   add 1 to prm-refused-count
               when prm-already-in-place
                   add 1 to prm-in-place-count
               when other
                   add 1 to prm-promoted-count
           end-evaluate
           perform 5000-write-register-line thru 5000-exit
           perform 2100-read-request thru 2100-exit.
       2000-exit.
           exit.

       2100-read-request.
           read prm-request-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       2100-exit.
           exit.

       3000-check-libraries.
           if prq-module-id = spaces or prq-version = spaces
               move 'request needs a module-id and a version'
                   to prm-reject-reason
               go to 3000-exit
           end-if
           if prq-from-lib = prq-to-lib
               move 'from-library and to-library are the same'
                   to prm-reject-reason
               go to 3000-exit
           end-if
           move prq-from-lib to prm-lib-wanted
           perform 3010-find-library thru 3010-exit
           move prm-lib-dir to prm-from-dir
           if prm-reject-reason = spaces
               move prq-to-lib to prm-lib-wanted
               perform 3010-find-library thru 3010-exit
               move prm-lib-dir to prm-to-dir
           end-if.
       3000-exit.
           exit.

       3010-find-library.
           move spaces to prm-lib-dir
           perform 3020-match-one-library
               varying mcat-lib-sub from 1 by 1
               until mcat-lib-sub > mcat-lib-count
               or prm-lib-dir not = spaces
           if prm-lib-dir = spaces
               move spaces to prm-reject-reason
               string
                   'library ' function trim(prm-lib-wanted)
                   ' is not defined in MCATLIB.DAT'
                   delimited by size
                   into prm-reject-reason
               end-string
           end-if.
       3010-exit.
           exit.

       3020-match-one-library.
           if mcat-lib-tab-id(mcat-lib-sub) = prm-lib-wanted
               move mcat-lib-tab-dir(mcat-lib-sub) to prm-lib-dir
           end-if.

      *> a registered module is promoted under its registry source
      *> name; an id the registry does not hold may still be a
      *> copybook some module copies, promoted as <id>.cpy.
       3100-identify-member.
           move prq-module-id to mcatk-module-id
           perform 3110-read-registry thru 3110-exit
           if prm-registered
               move 'M' to prm-kind
               move mcatk-version to prm-registry-version
               move mcatk-module-source to prm-member-name
               go to 3100-exit
           end-if
           move prq-module-id to prm-dep-target
           perform 3120-find-copybook-use thru 3120-exit
           if prm-copybook-used
               move 'C' to prm-kind
               move spaces to prm-registry-version
               move spaces to prm-member-name
               string
                   function trim(prq-module-id) '.cpy'
                   delimited by size
                   into prm-member-name
               end-string
           else
               move 'not in the registry and no module copies it'
                   to prm-reject-reason
           end-if.
       3100-exit.
           exit.

       3110-read-registry.
           move 'N' to prm-registered-switch
           read mcat-index-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to prm-registered-switch
           end-read.
       3110-exit.
           exit.

       3120-find-copybook-use.
           move 'N' to prm-copybook-switch
           move 'N' to dep-eof-switch
           open input mcat-dep-file
           if mcat-dep-status = '00'
               perform 3130-read-dependency thru 3130-exit
               perform 3140-match-copybook-use thru 3140-exit
                   until dep-no-more or prm-copybook-used
               close mcat-dep-file
           end-if.
       3120-exit.
           exit.

       3130-read-dependency.
           read mcat-dep-file
               at end move 'Y' to dep-eof-switch
           end-read.
       3130-exit.
           exit.

       3140-match-copybook-use.
           if mcat-dep-type = 'COPY'
           and function lower-case(mcat-dep-target)
               = function lower-case(prm-dep-target)
               move 'Y' to prm-copybook-switch
           end-if
           perform 3130-read-dependency thru 3130-exit.
       3140-exit.
           exit.

      *> the newest lifecycle move in force today decides, the way
      *> the nightly catalog reads mcatlcs.dat; a frozen or retired
      *> member stays where it is.
       3200-check-lifecycle.
           move spaces to prm-lcs-effective
           move 'A' to prm-lcs-status
           move 'N' to lcs-eof-switch
           open input mcat-lcs-file
           if mcat-lcs-status = '00'
               perform 3210-read-lifecycle thru 3210-exit
               perform 3220-take-one-lifecycle thru 3220-exit
                   until lcs-no-more
               close mcat-lcs-file
           end-if
           evaluate prm-lcs-status
               when 'F'
                   move spaces to prm-reject-reason
                   string
                       'frozen in MCATLCS.DAT since '
                       prm-lcs-effective
                       delimited by size
                       into prm-reject-reason
                   end-string
               when 'R'
                   move spaces to prm-reject-reason
                   string
                       'retired in MCATLCS.DAT since '
                       prm-lcs-effective
                       delimited by size
                       into prm-reject-reason
                   end-string
           end-evaluate.
       3200-exit.
           exit.

       3210-read-lifecycle.
           read mcat-lcs-file
               at end move 'Y' to lcs-eof-switch
           end-read.
       3210-exit.
           exit.

       3220-take-one-lifecycle.
           if lcs-module-id = prq-module-id
           and lcs-effective <= mcat-run-date
           and lcs-effective >= prm-lcs-effective
               move lcs-effective to prm-lcs-effective
               move lcs-status to prm-lcs-status
           end-if
           perform 3210-read-lifecycle thru 3210-exit.
       3220-exit.
           exit.

      *> a module goes up only at the version the registry holds for
      *> it; a copybook has no registry row, so its version need
      *> only be a well-formed n.n.n to be filed.
       3300-check-version.
           if prm-kind = 'M'
               if prq-version not = prm-registry-version
                   move spaces to prm-reject-reason
                   string
                       'version ' function trim(prq-version)
                       ' does not match registry version '
                       function trim(prm-registry-version)
                       delimited by size
                       into prm-reject-reason
                   end-string
               end-if
           else
               move prq-version to prm-version-work
               perform 3310-split-version thru 3310-exit
               move 'Y' to prm-form-switch
               if prm-version-part(4) not = spaces
                   move 'N' to prm-form-switch
               end-if
               perform 3320-check-part-digits
                   varying prm-part-sub from 1 by 1
                   until prm-part-sub > 3
                   or not prm-version-well-formed
               if not prm-version-well-formed
                   move spaces to prm-reject-reason
                   string
                       'copybook version ' function trim(prq-version)
                       ' is not of the form n.n.n'
                       delimited by size
                       into prm-reject-reason
                   end-string
               end-if
           end-if.
       3300-exit.
           exit.

       3310-split-version.
           move spaces to prm-version-parts
           unstring function trim(prm-version-work) delimited by '.'
               into prm-version-part(1) prm-version-part(2)
                   prm-version-part(3) prm-version-part(4)
           end-unstring.
       3310-exit.
           exit.

       3320-check-part-digits.
           move function trim(prm-version-part(prm-part-sub))
               to prm-version-work
           if prm-version-work = spaces
               move 'N' to prm-form-switch
           else
               move function length(function trim(prm-version-work))
                   to mcat-fp-len
               perform 3330-check-one-digit
                   varying mcat-fp-sub from 1 by 1
                   until mcat-fp-sub > mcat-fp-len
           end-if.

       3330-check-one-digit.
           if prm-version-work(mcat-fp-sub:1) < '0'
           or prm-version-work(mcat-fp-sub:1) > '9'
               move 'N' to prm-form-switch
           end-if.

       3400-print-member.
           move spaces to prm-source-name
           string
               function trim(prm-from-dir) '/'
               function trim(prm-member-name)
               delimited by size
               into prm-source-name
           end-string
           perform 6000-compute-fingerprint thru 6000-exit
           if fp-member-opened
               move prm-fingerprint to prm-member-print
           else
               move spaces to prm-reject-reason
               string
                   function trim(prm-member-name)
                   ' not found in library '
                   function trim(prq-from-lib)
                   delimited by size
                   into prm-reject-reason
               end-string
           end-if.
       3400-exit.
           exit.

      *> a move already on file at this version with the same content
      *> is noted and left alone; the same version with different
      *> content means the source moved without a version bump, and
      *> that goes back to the developer.
       3500-check-in-place.
           move prq-module-id to prm-look-id
           if prm-kind = 'C'
               move function lower-case(prq-module-id) to prm-look-id
           end-if
           move prq-to-lib to prm-look-lib
           perform 3510-find-promotion thru 3510-exit
           if prm-history-found
           and prm-found-version = prq-version
               if prm-found-print = prm-member-print
                   move 'Y' to prm-in-place-switch
               else
                   move spaces to prm-reject-reason
                   string
                       'source changed since '
                       function trim(prq-version)
                       ' was promoted - version not bumped'
                       delimited by size
                       into prm-reject-reason
                   end-string
               end-if
           end-if.
       3500-exit.
           exit.

      *> the newest history entry for the member and library.
       3510-find-promotion.
           move 'N' to prm-found-switch
           move spaces to prm-found-version
           move zero to prm-found-print
           perform 3520-match-one-promotion
               varying prm-hist-sub from prm-history-count by -1
               until prm-hist-sub < 1
               or prm-history-found.
       3510-exit.
           exit.

       3520-match-one-promotion.
           if prt-module-id(prm-hist-sub) = prm-look-id
           and prt-to-lib(prm-hist-sub) = prm-look-lib
               move 'Y' to prm-found-switch
               move prt-version(prm-hist-sub) to prm-found-version
               move prt-fingerprint(prm-hist-sub) to prm-found-print
           end-if.

      *> every copybook the module copies must already be in the
      *> to-library as the from-library holds it now, and every
      *> registered module it calls must be there at a version
      *> compatible with the registry's - a caller never goes up
      *> ahead of what it depends on.
       3600-check-dependencies.
           move 'N' to dep-eof-switch
           open input mcat-dep-file
           if mcat-dep-status = '00'
               perform 3130-read-dependency thru 3130-exit
               perform 3610-check-one-link thru 3610-exit
                   until dep-no-more
                   or prm-reject-reason not = spaces
               close mcat-dep-file
           end-if.
       3600-exit.
           exit.

       3610-check-one-link.
           if mcat-dep-user = prq-module-id
           and mcat-dep-target not = prq-module-id
               move mcat-dep-target to prm-dep-target
               evaluate mcat-dep-type
                   when 'COPY'
                       perform 3620-check-copybook thru 3620-exit
                   when 'CALL'
                       perform 3640-check-called-module
                           thru 3640-exit
               end-evaluate
           end-if
           perform 3130-read-dependency thru 3130-exit.
       3610-exit.
           exit.

       3620-check-copybook.
           move function lower-case(prm-dep-target) to prm-look-id
           move prq-to-lib to prm-look-lib
           perform 3510-find-promotion thru 3510-exit
           if not prm-history-found
               move spaces to prm-reject-reason
               string
                   'copybook ' function trim(prm-dep-target)
                   ' has not been promoted to '
                   function trim(prq-to-lib)
                   delimited by size
                   into prm-reject-reason
               end-string
               go to 3620-exit
           end-if
           move spaces to prm-source-name
           string
               function trim(prm-from-dir) '/'
               function trim(prm-look-id) '.cpy'
               delimited by size
               into prm-source-name
           end-string
           perform 6000-compute-fingerprint thru 6000-exit
           if fp-member-opened
           and prm-fingerprint not = prm-found-print
               move spaces to prm-reject-reason
               string
                   'copybook ' function trim(prm-dep-target)
                   ' changed since ' function trim(prm-found-version)
                   ' went to ' function trim(prq-to-lib)
                   delimited by size
                   into prm-reject-reason
               end-string
           end-if.
       3620-exit.
           exit.

      *> a call to something the registry does not hold - a system
      *> routine, or a name built at run time - is not ours to
      *> promote and is passed over.
       3640-check-called-module.
           move prm-dep-target to mcatk-module-id
           perform 3110-read-registry thru 3110-exit
           if not prm-registered
               go to 3640-exit
           end-if
           move prm-dep-target to prm-look-id
           move prq-to-lib to prm-look-lib
           perform 3510-find-promotion thru 3510-exit
           if not prm-history-found
               move spaces to prm-reject-reason
               string
                   'called module ' function trim(prm-dep-target)
                   ' has not been promoted to '
                   function trim(prq-to-lib)
                   delimited by size
                   into prm-reject-reason
               end-string
               go to 3640-exit
           end-if
           move mcatk-version to prm-version-work
           perform 3310-split-version thru 3310-exit
           move function numval(prm-version-part(1))
               to prm-need-major
           move function numval(prm-version-part(2))
               to prm-need-minor
           move prm-found-version to prm-version-work
           perform 3310-split-version thru 3310-exit
           move function numval(prm-version-part(1))
               to prm-have-major
           move function numval(prm-version-part(2))
               to prm-have-minor
           if prm-have-major not = prm-need-major
           or prm-have-minor < prm-need-minor
               move spaces to prm-reject-reason
               string
                   'called module ' function trim(prm-dep-target)
                   ' is ' function trim(prm-found-version) ' in '
                   function trim(prq-to-lib)
                   ', not compatible with registry '
                   function trim(mcatk-version)
                   delimited by size
                   into prm-reject-reason
               end-string
           end-if.
       3640-exit.
           exit.

      *> the member is copied line for line over whatever the
      *> to-library held under the same name.
       4000-copy-member.
           move spaces to prm-source-name
           string
               function trim(prm-from-dir) '/'
               function trim(prm-member-name)
               delimited by size
               into prm-source-name
           end-string
           move spaces to prm-target-name
           string
               function trim(prm-to-dir) '/'
               function trim(prm-member-name)
               delimited by size
               into prm-target-name
           end-string
           open input prm-source-file
           if prm-source-status not = '00'
               move 'member could not be reopened for the copy'
                   to prm-reject-reason
               go to 4000-exit
           end-if
           open output prm-target-file
           if prm-target-status not = '00'
               close prm-source-file
               move spaces to prm-reject-reason
               string
                   'cannot write ' function trim(prm-target-name)
                   delimited by size
                   into prm-reject-reason
               end-string
               go to 4000-exit
           end-if
           move 'N' to fp-eof-switch
           perform 6100-read-fp-line thru 6100-exit
           perform 4010-copy-one-line thru 4010-exit
               until fp-no-more
           close prm-target-file
           close prm-source-file.
       4000-exit.
           exit.

       4010-copy-one-line.
           write prm-target-line from prm-source-line
           perform 6100-read-fp-line thru 6100-exit.
       4010-exit.
           exit.

       4100-record-promotion.
           move spaces to prh-record
           move prq-module-id to prh-module-id
           if prm-kind = 'C'
               move function lower-case(prq-module-id)
                   to prh-module-id
           end-if
           move prm-kind to prh-kind
           move prq-from-lib to prh-from-lib
           move prq-to-lib to prh-to-lib
           move prq-version to prh-version
           move mcat-run-date to prh-date
           move mcat-operator-id to prh-operator
           move prm-member-print to prh-fingerprint
           open extend prm-history-file
           if prm-history-status not = '00'
               open output prm-history-file
           end-if
           write prh-record
           close prm-history-file
           if prm-history-count < prm-history-max
               add 1 to prm-history-count
               move prh-module-id to prt-module-id(prm-history-count)
               move prh-to-lib to prt-to-lib(prm-history-count)
               move prh-version to prt-version(prm-history-count)
               move prh-fingerprint
                   to prt-fingerprint(prm-history-count)
           end-if
           perform 9000-write-audit-entry thru 9000-exit.
       4100-exit.
           exit.

      *> a refusal's reason goes on the line under the request, so
      *> the longest reason still fits the register width.
       5000-write-register-line.
           move spaces to prm-register-line
           evaluate true
               when prm-reject-reason not = spaces
                   string
                       '  refused  ' prq-module-id ' '
                       prq-from-lib ' -> ' prq-to-lib ' '
                       prq-version
                       delimited by size
                       into prm-register-line
                   end-string
               when prm-already-in-place
                   string
                       '  in place ' prq-module-id ' '
                       prq-from-lib ' -> ' prq-to-lib ' '
                       prq-version ' - already promoted'
                       delimited by size
                       into prm-register-line
                   end-string
               when other
                   string
                       '  promoted ' prq-module-id ' '
                       prq-from-lib ' -> ' prq-to-lib ' '
                       prq-version
                       delimited by size
                       into prm-register-line
                   end-string
           end-evaluate
           write prm-register-record from prm-register-line
           display function trim(prm-register-line)
           if prm-reject-reason not = spaces
               move spaces to prm-register-line
               string
                   '             - ' prm-reject-reason
                   delimited by size
                   into prm-register-line
               end-string
               write prm-register-record from prm-register-line
               display function trim(prm-register-line, trailing)
           end-if.
       5000-exit.
           exit.

      *> the member's content print, folded the way mcatdrv folds
      *> the prints it files in mcatfpr.dat.
       6000-compute-fingerprint.
           move zero to mcat-fp-work
           move zero to prm-fingerprint
           move 'N' to fp-open-switch
           move 'N' to fp-eof-switch
           open input prm-source-file
           if prm-source-status = '00'
               move 'Y' to fp-open-switch
               perform 6100-read-fp-line thru 6100-exit
               perform 6200-fold-one-line thru 6200-exit
                   until fp-no-more
               close prm-source-file
               move mcat-fp-work to prm-fingerprint
           end-if.
       6000-exit.
           exit.

       6100-read-fp-line.
           read prm-source-file
               at end move 'Y' to fp-eof-switch
           end-read.
       6100-exit.
           exit.

       6200-fold-one-line.
           move function length(function trim(
               prm-source-line,trailing)) to mcat-fp-len
           if prm-source-line = spaces
               move 1 to mcat-fp-len
           end-if
           perform 6210-fold-one-char
               varying mcat-fp-sub from 1 by 1
               until mcat-fp-sub > mcat-fp-len
           compute mcat-fp-work
               = function mod(mcat-fp-work * 31 + 257, 999999937)
           perform 6100-read-fp-line thru 6100-exit.
       6200-exit.
           exit.

       6210-fold-one-char.
           compute mcat-fp-work = function mod(
               mcat-fp-work * 31
               + function ord(prm-source-line(mcat-fp-sub:1)),
               999999937).

       8000-finish.
           if mcat-files-open
               move spaces to prm-register-line
               write prm-register-record from prm-register-line
               move prm-request-count to prm-count-edit
               move spaces to prm-register-line
               string
                   'requests read:      ' function trim(prm-count-edit)
                   delimited by size
                   into prm-register-line
               end-string
               write prm-register-record from prm-register-line
               move prm-promoted-count to prm-count-edit
               move spaces to prm-register-line
               string
                   'promoted:           ' function trim(prm-count-edit)
                   delimited by size
                   into prm-register-line
               end-string
               write prm-register-record from prm-register-line
               move prm-in-place-count to prm-count-edit
               move spaces to prm-register-line
               string
                   'already in place:   ' function trim(prm-count-edit)
                   delimited by size
                   into prm-register-line
               end-string
               write prm-register-record from prm-register-line
               move prm-refused-count to prm-count-edit
               move spaces to prm-register-line
               string
                   'refused:            ' function trim(prm-count-edit)
                   delimited by size
                   into prm-register-line
               end-string
               write prm-register-record from prm-register-line
               close prm-register-file
               close mcat-index-file
               close prm-request-file
           end-if
           display 'mcatprm: requests read:      ' prm-request-count
           display 'mcatprm: promoted:           ' prm-promoted-count
           display 'mcatprm: already in place:   ' prm-in-place-count
           display 'mcatprm: refused:            ' prm-refused-count
           if prm-refused-count > 0
               move 4 to return-code
           end-if.
       8000-exit.
           exit.

      *> each approved move leaves one audit entry in the shape the
      *> catalog and maintenance runs use, naming the member, the
      *> libraries and the version.
       9000-write-audit-entry.
           move function current-date to mcat-run-timestamp
           move spaces to mcat-audit-line
           string
               function trim(mcat-run-timestamp) ' '
               function trim(mcat-operator-id) ' modules=1 file='
               'MCATPRH.DAT promote=' function trim(prh-module-id)
               ' from=' function trim(prh-from-lib)
               ' to=' function trim(prh-to-lib)
               ' version=' function trim(prh-version)
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
               'MCATPRQ.DAT' ' refused='
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
