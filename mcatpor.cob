       identification division.
       program-id. mcatpor.
      *> version: 1.0.2
      *> desc: intranet portal export - joins, per registered module,
      *> the registry row from mcatidx.dat, owner and criticality
      *> from mcatown.dat, the lifecycle state in force from
      *> mcatlcs.dat, the size metrics from mcatmet.dat, the copy
      *> and call links both ways from mcatdep.dat and the version
      *> timeline from mcatvhst.dat, and writes one nested json
      *> document per module into the mcatpor directory plus an
      *> index.json listing every module. runs in the nightly chain
      *> after reconciliation has passed.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select mcat-index-file assign to "MCATIDX.DAT"
               organization indexed
               access mode sequential
               record key mcatk-module-id
               file status is mcat-index-status.
           select mcat-owner-file assign to "MCATOWN.DAT"
               organization indexed
               access mode random
               record key own-module-id
               file status is mcat-owner-status.
           select mcat-lcs-file assign to "MCATLCS.DAT"
               organization line sequential
               file status is mcat-lcs-status.
           select mcat-metrics-file assign to "MCATMET.DAT"
               organization line sequential
               file status is mcat-met-status.
           select mcat-dep-file assign to "MCATDEP.DAT"
               organization line sequential
               file status is mcat-dep-status.
           select mcat-history-file assign to "MCATVHST.DAT"
               organization line sequential
               file status is mcat-hist-status.
           select por-document-file assign to dynamic por-document-name
               organization line sequential
               file status is por-document-status.
           select por-index-doc-file assign to "MCATPOR/index.json"
               organization line sequential
               file status is por-index-doc-status.
           select mcat-lock-file assign to "MCATLOCK.DAT"
               organization line sequential
               file status is mcat-lock-status.

       data division.
       file section.
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

       fd  mcat-lcs-file.
       01  mcat-lcs-record.
           20 lcs-module-id         pic x(32).
           20 filler                pic x(01).
           20 lcs-status            pic x(01).
           20 filler                pic x(01).
           20 lcs-effective         pic x(08).

       fd  mcat-metrics-file.
       01  mcat-metrics-record.
           20 met-module-id         pic x(32).
           20 met-total-lines       pic 9(06).
           20 filler                pic x(01).
           20 met-comment-lines     pic 9(06).
           20 filler                pic x(01).
           20 met-paragraph-count   pic 9(06).

       fd  mcat-dep-file.
       01  mcat-dep-record.
           20 mcat-dep-user         pic x(32).
           20 mcat-dep-type         pic x(04).
           20 mcat-dep-target       pic x(64).

       fd  mcat-history-file.
       01  mcat-history-record.
           20 hist-module-id        pic x(32).
           20 hist-run-date         pic x(08).
           20 hist-old-version      pic x(08).
           20 hist-new-version      pic x(08).
           20 hist-operator         pic x(10).
           20 hist-action           pic x(01).

       fd  por-document-file.
       01  por-document-record      pic x(400).

       fd  por-index-doc-file.
       01  por-index-doc-record     pic x(400).

       fd  mcat-lock-file.
       01  mcat-lock-record.
           20 lock-state            pic x(01).
           20 filler                pic x(01).
           20 lock-stamp            pic x(21).
           20 filler                pic x(01).
           20 lock-operator         pic x(10).

       working-storage section.

       77  mcat-index-status         pic x(02) value spaces.
       77  mcat-owner-status         pic x(02) value spaces.
       77  mcat-lcs-status           pic x(02) value spaces.
       77  mcat-met-status           pic x(02) value spaces.
       77  mcat-dep-status           pic x(02) value spaces.
       77  mcat-hist-status          pic x(02) value spaces.
       77  mcat-lock-status          pic x(02) value spaces.
       77  por-document-status       pic x(02) value spaces.
       77  por-index-doc-status      pic x(02) value spaces.
       77  por-document-name         pic x(80) value spaces.
       77  por-command-text          pic x(80) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  mcat-rebuild-switch       pic x(01) value 'N'.
           88 mcat-rebuild-underway   value 'Y'.
       01  por-load-eof-switch       pic x(01) value 'N'.
           88 por-load-no-more        value 'Y'.
       01  por-owner-switch          pic x(01) value 'N'.
           88 por-owner-on-file       value 'Y'.
       01  por-owner-found-switch    pic x(01) value 'N'.
           88 por-owner-found         value 'Y'.

      *> the side files, held whole for the run; each module's
      *> document is assembled by walking them for its id.
       01  por-met-table.
           05 por-met-entry occurs 2000 times.
              10 pmt-module-id       pic x(32).
              10 pmt-total-lines     pic 9(06).
              10 pmt-comment-lines   pic 9(06).
              10 pmt-paragraphs      pic 9(06).
       77  por-met-count             pic 9(4) comp value 0.
       77  por-met-max               pic 9(4) comp value 2000.

       01  por-lcs-table.
           05 por-lcs-entry occurs 5000 times.
              10 plc-module-id       pic x(32).
              10 plc-status          pic x(01).
              10 plc-effective       pic x(08).
       77  por-lcs-count             pic 9(4) comp value 0.
       77  por-lcs-max               pic 9(4) comp value 5000.

       01  por-dep-table.
           05 por-dep-entry occurs 5000 times.
              10 pdp-user            pic x(32).
              10 pdp-type            pic x(04).
              10 pdp-target          pic x(64).
       77  por-dep-count             pic 9(4) comp value 0.
       77  por-dep-max               pic 9(4) comp value 5000.

       01  por-hist-table.
           05 por-hist-entry occurs 5000 times.
              10 phs-module-id       pic x(32).
              10 phs-run-date        pic x(08).
              10 phs-old-version     pic x(08).
              10 phs-new-version     pic x(08).
              10 phs-operator        pic x(10).
              10 phs-action          pic x(01).
       77  por-hist-count            pic 9(4) comp value 0.
       77  por-hist-max              pic 9(4) comp value 5000.

       77  por-sub                   pic 9(4) comp.
       77  por-found-sub             pic 9(4) comp.
       77  por-lcs-status            pic x(01) value spaces.
       77  por-lcs-effective         pic x(08) value spaces.
       77  por-action-text           pic x(11) value spaces.
       77  por-department            pic x(10) value spaces.

      *> json text values are escaped here - a quote or backslash
      *> gets its backslash, a control character its escape.
       01  por-escape-area.
           20 por-raw-text           pic x(200) value spaces.
           20 por-escaped-text       pic x(400) value spaces.
       77  por-raw-len               pic 9(4) comp.
       77  por-char-sub              pic 9(4) comp.
       77  por-out-sub               pic 9(4) comp.
       77  por-one-char              pic x(01).
       77  por-escape-limit          pic 9(4) comp value 370.
       77  por-char-code             pic 9(4) comp.
       77  por-hex-high              pic 9(4) comp.
       77  por-hex-low               pic 9(4) comp.
       77  por-hex-digits            pic x(16) value '0123456789abcdef'.
       77  por-lifecycle-text        pic x(06) value spaces.

      *> an array element is held back one step, so the comma that
      *> separates it from the next can be added once the next one
      *> turns up - and left off the last.
       77  por-document-line         pic x(400) value spaces.
       77  por-pending-line          pic x(400) value spaces.
       77  por-hold-line             pic x(400) value spaces.
       77  por-index-line            pic x(400) value spaces.
       77  por-index-pending         pic x(400) value spaces.

       77  por-number-edit           pic z(5)9 value zero.
       77  por-count-edit            pic z(4)9 value zero.
       77  por-module-count          pic 9(4) comp value 0.
       77  por-failed-count          pic 9(4) comp value 0.
       77  por-link-count            pic 9(4) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0100-check-run-lock thru 0100-exit
           if mcat-rebuild-underway
               move 8 to return-code
               stop run
           end-if
           perform 1000-initialize thru 1000-exit
           perform 2000-export-one-module thru 2000-exit
               until mcat-eof
           perform 8000-finish thru 8000-exit
           stop run.

      *> a raised lock means mcatdrv is rebuilding the registry and
      *> index right now, and an export taken from it would publish
      *> a half-built picture; the step fails honestly instead.
       0100-check-run-lock.
           open input mcat-lock-file
           if mcat-lock-status = '00'
               read mcat-lock-file
                   at end move 'N' to lock-state
               end-read
               close mcat-lock-file
               if lock-state = 'Y'
                   move 'Y' to mcat-rebuild-switch
                   display 'mcatpor: a catalog rebuild is underway - '
                       'try again when it completes'
                   display '  lock set ' lock-stamp ' by '
                       function trim(lock-operator)
                   display '  if that rebuild abended, clear the '
                       'stale lock with mcatulk'
               end-if
           end-if.
       0100-exit.
           exit.

       1000-initialize.
           open input mcat-index-file
           if mcat-index-status not = '00'
               display 'mcatpor: MCATIDX.DAT not found or unreadable'
               display '  - run mcatdrv first to build the index.'
               move 8 to return-code
               stop run
           end-if
           perform 1100-load-metrics thru 1100-exit
           perform 1200-load-lifecycle thru 1200-exit
           perform 1300-load-dependencies thru 1300-exit
           perform 1400-load-history thru 1400-exit
           open input mcat-owner-file
           if mcat-owner-status = '00'
               move 'Y' to por-owner-switch
           else
               display 'mcatpor: MCATOWN.DAT not found - owners '
                   'exported as null'
           end-if
           perform 1500-prepare-directory thru 1500-exit
           open output por-index-doc-file
           if por-index-doc-status not = '00'
               display 'mcatpor: cannot write MCATPOR/index.json - '
                   'export stopped'
               move 8 to return-code
               stop run
           end-if
           move '{' to por-index-line
           perform 7500-write-index-line thru 7500-exit
           move spaces to por-index-line
           string
               '  "exported": "' mcat-run-date '",'
               delimited by size
               into por-index-line
           end-string
           perform 7500-write-index-line thru 7500-exit
           move '  "modules": [' to por-index-line
           perform 7500-write-index-line thru 7500-exit
           move spaces to por-index-pending
           perform 2100-read-index thru 2100-exit.
       1000-exit.
           exit.

       1100-load-metrics.
           move 'N' to por-load-eof-switch
           open input mcat-metrics-file
           if mcat-met-status not = '00'
               display 'mcatpor: MCATMET.DAT not found - metrics '
                   'exported as null'
               go to 1100-exit
           end-if
           perform 1110-read-metrics thru 1110-exit
           perform 1120-store-one-metrics thru 1120-exit
               until por-load-no-more
           close mcat-metrics-file.
       1100-exit.
           exit.

       1110-read-metrics.
           read mcat-metrics-file
               at end move 'Y' to por-load-eof-switch
           end-read.
       1110-exit.
           exit.

       1120-store-one-metrics.
           if por-met-count < por-met-max
               add 1 to por-met-count
               move met-module-id to pmt-module-id(por-met-count)
               move met-total-lines to pmt-total-lines(por-met-count)
               move met-comment-lines
                   to pmt-comment-lines(por-met-count)
               move met-paragraph-count
                   to pmt-paragraphs(por-met-count)
           else
               display 'mcatpor: more than ' por-met-max
                   ' metrics records - extras ignored'
               move 'Y' to por-load-eof-switch
               go to 1120-exit
           end-if
           perform 1110-read-metrics thru 1110-exit.
       1120-exit.
           exit.

       1200-load-lifecycle.
           move 'N' to por-load-eof-switch
           open input mcat-lcs-file
           if mcat-lcs-status not = '00'
               go to 1200-exit
           end-if
           perform 1210-read-lifecycle thru 1210-exit
           perform 1220-store-one-lifecycle thru 1220-exit
               until por-load-no-more
           close mcat-lcs-file.
       1200-exit.
           exit.

       1210-read-lifecycle.
           read mcat-lcs-file
               at end move 'Y' to por-load-eof-switch
           end-read.
       1210-exit.
           exit.

       1220-store-one-lifecycle.
           if por-lcs-count < por-lcs-max
               add 1 to por-lcs-count
               move lcs-module-id to plc-module-id(por-lcs-count)
               move lcs-status to plc-status(por-lcs-count)
               move lcs-effective to plc-effective(por-lcs-count)
           else
               display 'mcatpor: more than ' por-lcs-max
                   ' lifecycle records - extras ignored'
               move 'Y' to por-load-eof-switch
               go to 1220-exit
           end-if
           perform 1210-read-lifecycle thru 1210-exit.
       1220-exit.
           exit.

       1300-load-dependencies.
           move 'N' to por-load-eof-switch
           open input mcat-dep-file
           if mcat-dep-status not = '00'
               display 'mcatpor: MCATDEP.DAT not found - links '
                   'exported empty'
               go to 1300-exit
           end-if
           perform 1310-read-dependency thru 1310-exit
           perform 1320-store-one-dependency thru 1320-exit
               until por-load-no-more
           close mcat-dep-file.
       1300-exit.
           exit.

       1310-read-dependency.
           read mcat-dep-file
               at end move 'Y' to por-load-eof-switch
           end-read.
       1310-exit.
           exit.

       1320-store-one-dependency.
           if por-dep-count < por-dep-max
               add 1 to por-dep-count
               move mcat-dep-user to pdp-user(por-dep-count)
               move mcat-dep-type to pdp-type(por-dep-count)
               move mcat-dep-target to pdp-target(por-dep-count)
           else
               display 'mcatpor: more than ' por-dep-max
                   ' dependency links - extras ignored'
               move 'Y' to por-load-eof-switch
               go to 1320-exit
           end-if
           perform 1310-read-dependency thru 1310-exit.
       1320-exit.
           exit.

       1400-load-history.
           move 'N' to por-load-eof-switch
           open input mcat-history-file
           if mcat-hist-status not = '00'
               go to 1400-exit
           end-if
           perform 1410-read-history thru 1410-exit
           perform 1420-store-one-history thru 1420-exit
               until por-load-no-more
           close mcat-history-file.
       1400-exit.
           exit.

       1410-read-history.
           read mcat-history-file
               at end move 'Y' to por-load-eof-switch
           end-read.
       1410-exit.
           exit.

       1420-store-one-history.
           if por-hist-count < por-hist-max
               add 1 to por-hist-count
               move hist-module-id to phs-module-id(por-hist-count)
               move hist-run-date to phs-run-date(por-hist-count)
               move hist-old-version
                   to phs-old-version(por-hist-count)
               move hist-new-version
                   to phs-new-version(por-hist-count)
               move hist-operator to phs-operator(por-hist-count)
               move hist-action to phs-action(por-hist-count)
           else
               display 'mcatpor: more than ' por-hist-max
                   ' version history records - extras ignored'
               move 'Y' to por-load-eof-switch
               go to 1420-exit
           end-if
           perform 1410-read-history thru 1410-exit.
       1420-exit.
           exit.

      *> last night's documents are cleared first, so a module that
      *> left the registry leaves the portal with it.
       1500-prepare-directory.
           move 'mkdir -p MCATPOR' to por-command-text
           call 'SYSTEM' using por-command-text
           end-call
           move 'rm -f MCATPOR/*.json' to por-command-text
           call 'SYSTEM' using por-command-text
           end-call.
       1500-exit.
           exit.

       2000-export-one-module.
           move spaces to por-document-name
           string
               'MCATPOR/' function trim(mcatk-module-id) '.json'
               delimited by size
               into por-document-name
           end-string
           open output por-document-file
           if por-document-status not = '00'
               add 1 to por-failed-count
               display 'mcatpor: cannot write '
                   function trim(por-document-name)
               perform 2100-read-index thru 2100-exit
               go to 2000-exit
           end-if
           add 1 to por-module-count
           perform 3000-write-registry-part thru 3000-exit
           perform 3100-write-owner-part thru 3100-exit
           perform 3200-write-lifecycle-part thru 3200-exit
           perform 3300-write-metrics-part thru 3300-exit
           perform 3400-write-links-part thru 3400-exit
           perform 3500-write-versions-part thru 3500-exit
           move '}' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           close por-document-file
           perform 3600-add-index-entry thru 3600-exit
           perform 2100-read-index thru 2100-exit.
       2000-exit.
           exit.

       2100-read-index.
           read mcat-index-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       2100-exit.
           exit.

       3000-write-registry-part.
           move '{' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '  "module": "' function trim(mcatk-module-id) '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '  "exported": "' mcat-run-date '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move '  "registry": {' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "library": "' function trim(mcatk-module-path) '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move mcatk-module-source to por-raw-text
           perform 7900-escape-text thru 7900-exit
           move spaces to por-document-line
           string
               '    "source": "' function trim(por-escaped-text) '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "version": "' function trim(mcatk-version) '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move mcatk-description to por-raw-text
           perform 7900-escape-text thru 7900-exit
           move spaces to por-document-line
           string
               '    "description": "' function trim(por-escaped-text)
               '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "status": "' function trim(mcatk-status) '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "statusDate": "' function trim(mcatk-status-date)
               '"'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move '  },' to por-document-line
           perform 7000-write-document-line thru 7000-exit.
       3000-exit.
           exit.

       3100-write-owner-part.
           move 'N' to por-owner-found-switch
           if por-owner-on-file
               move mcatk-module-id to own-module-id
               read mcat-owner-file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to por-owner-found-switch
               end-read
           end-if
           if not por-owner-found
               move '  "owner": null,' to por-document-line
               perform 7000-write-document-line thru 7000-exit
               go to 3100-exit
           end-if
           move '  "owner": {' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move own-department to por-raw-text
           perform 7900-escape-text thru 7900-exit
           move spaces to por-document-line
           string
               '    "department": "' function trim(por-escaped-text)
               '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move own-contact to por-raw-text
           perform 7900-escape-text thru 7900-exit
           move spaces to por-document-line
           string
               '    "contact": "' function trim(por-escaped-text) '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "criticality": "' function trim(own-criticality)
               '"'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move '  },' to por-document-line
           perform 7000-write-document-line thru 7000-exit.
       3100-exit.
           exit.

      *> the newest lifecycle move in force today, the way the
      *> nightly catalog reads mcatlcs.dat; a module that never had
      *> one exports null.
       3200-write-lifecycle-part.
           move spaces to por-lcs-status
           move spaces to por-lcs-effective
           perform 3210-match-one-lifecycle
               varying por-sub from 1 by 1
               until por-sub > por-lcs-count
           if por-lcs-effective = spaces
               move '  "lifecycle": null,' to por-document-line
               perform 7000-write-document-line thru 7000-exit
               go to 3200-exit
           end-if
           move '  "lifecycle": {' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "state": "' por-lcs-status '",'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-document-line
           string
               '    "effective": "' por-lcs-effective '"'
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move '  },' to por-document-line
           perform 7000-write-document-line thru 7000-exit.
       3200-exit.
           exit.

       3210-match-one-lifecycle.
           if plc-module-id(por-sub) = mcatk-module-id
           and plc-effective(por-sub) <= mcat-run-date
           and plc-effective(por-sub) >= por-lcs-effective
               move plc-status(por-sub) to por-lcs-status
               move plc-effective(por-sub) to por-lcs-effective
           end-if.

       3300-write-metrics-part.
           move zero to por-found-sub
           perform 3310-match-one-metrics
               varying por-sub from 1 by 1
               until por-sub > por-met-count
           if por-found-sub = 0
               move '  "metrics": null,' to por-document-line
               perform 7000-write-document-line thru 7000-exit
               go to 3300-exit
           end-if
           move '  "metrics": {' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move pmt-total-lines(por-found-sub) to por-number-edit
           move spaces to por-document-line
           string
               '    "totalLines": ' function trim(por-number-edit) ','
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move pmt-comment-lines(por-found-sub) to por-number-edit
           move spaces to por-document-line
           string
               '    "commentLines": ' function trim(por-number-edit)
               ','
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move pmt-paragraphs(por-found-sub) to por-number-edit
           move spaces to por-document-line
           string
               '    "paragraphs": ' function trim(por-number-edit)
               delimited by size
               into por-document-line
           end-string
           perform 7000-write-document-line thru 7000-exit
           move '  },' to por-document-line
           perform 7000-write-document-line thru 7000-exit.
       3300-exit.
           exit.

      *> the last metrics record for the module wins.
       3310-match-one-metrics.
           if pmt-module-id(por-sub) = mcatk-module-id
               move por-sub to por-found-sub
           end-if.

      *> "uses" is what this module copies and calls; "usedBy" is
      *> every module that copies or calls it.
       3400-write-links-part.
           move '  "links": {' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move '    "uses": [' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-pending-line
           perform 3410-add-one-use
               varying por-sub from 1 by 1
               until por-sub > por-dep-count
           perform 7200-flush-element thru 7200-exit
           move '    ],' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move '    "usedBy": [' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-pending-line
           perform 3420-add-one-user
               varying por-sub from 1 by 1
               until por-sub > por-dep-count
           perform 7200-flush-element thru 7200-exit
           move '    ]' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move '  },' to por-document-line
           perform 7000-write-document-line thru 7000-exit.
       3400-exit.
           exit.

       3410-add-one-use.
           if pdp-user(por-sub) = mcatk-module-id
               move pdp-target(por-sub) to por-raw-text
               perform 7900-escape-text thru 7900-exit
               move spaces to por-document-line
               string
                   '      {"type": "' function trim(pdp-type(por-sub))
                   '", "target": "' function trim(por-escaped-text)
                   '"}'
                   delimited by size
                   into por-document-line
               end-string
               perform 7100-add-element thru 7100-exit
               add 1 to por-link-count
           end-if.

       3420-add-one-user.
           if pdp-target(por-sub) = mcatk-module-id
               move spaces to por-document-line
               string
                   '      {"type": "' function trim(pdp-type(por-sub))
                   '", "user": "' function trim(pdp-user(por-sub))
                   '"}'
                   delimited by size
                   into por-document-line
               end-string
               perform 7100-add-element thru 7100-exit
           end-if.

      *> the timeline in the order it happened, catalog transitions
      *> and maintenance actions told apart the way mcatvhq does.
       3500-write-versions-part.
           move '  "versions": [' to por-document-line
           perform 7000-write-document-line thru 7000-exit
           move spaces to por-pending-line
           perform 3510-add-one-version
               varying por-sub from 1 by 1
               until por-sub > por-hist-count
           perform 7200-flush-element thru 7200-exit
           move '  ]' to por-document-line
           perform 7000-write-document-line thru 7000-exit.
       3500-exit.
           exit.

       3510-add-one-version.
           if phs-module-id(por-sub) = mcatk-module-id
               if phs-action(por-sub) = 'M'
                   move 'maintenance' to por-action-text
               else
                   move 'catalog' to por-action-text
               end-if
               move spaces to por-document-line
               string
                   '    {"date": "' phs-run-date(por-sub)
                   '", "from": "'
                   function trim(phs-old-version(por-sub))
                   '", "to": "'
                   function trim(phs-new-version(por-sub))
                   '", "operator": "'
                   function trim(phs-operator(por-sub))
                   '", "source": "' function trim(por-action-text)
                   '"}'
                   delimited by size
                   into por-document-line
               end-string
               perform 7100-add-element thru 7100-exit
           end-if.

       3600-add-index-entry.
           if por-index-pending not = spaces
               move spaces to por-index-line
               string
                   function trim(por-index-pending, trailing) ','
                   delimited by size
                   into por-index-line
               end-string
               perform 7500-write-index-line thru 7500-exit
           end-if
           move spaces to por-department
           if por-owner-found
               move own-department to por-department
           end-if
           move por-department to por-raw-text
           perform 7900-escape-text thru 7900-exit
           move 'null' to por-lifecycle-text
           if por-lcs-effective not = spaces
               move spaces to por-lifecycle-text
               string '"' por-lcs-status '"'
                   delimited by size
                   into por-lifecycle-text
               end-string
           end-if
           move spaces to por-index-pending
           string
               '    {"module": "' function trim(mcatk-module-id)
               '", "version": "' function trim(mcatk-version)
               '", "library": "' function trim(mcatk-module-path)
               '", "lifecycle": ' function trim(por-lifecycle-text)
               ', "department": "' function trim(por-escaped-text)
               '", "document": "' function trim(mcatk-module-id)
               '.json"}'
               delimited by size
               into por-index-pending
           end-string.
       3600-exit.
           exit.

       7000-write-document-line.
           write por-document-record from por-document-line.
       7000-exit.
           exit.

       7100-add-element.
           if por-pending-line not = spaces
               move por-document-line to por-hold-line
               move spaces to por-document-line
               string
                   function trim(por-pending-line, trailing) ','
                   delimited by size
                   into por-document-line
               end-string
               perform 7000-write-document-line thru 7000-exit
               move por-hold-line to por-document-line
           end-if
           move por-document-line to por-pending-line.
       7100-exit.
           exit.

       7200-flush-element.
           if por-pending-line not = spaces
               move por-pending-line to por-document-line
               perform 7000-write-document-line thru 7000-exit
               move spaces to por-pending-line
           end-if.
       7200-exit.
           exit.

       7500-write-index-line.
           write por-index-doc-record from por-index-line.
       7500-exit.
           exit.

       7900-escape-text.
           move spaces to por-escaped-text
           move function length(function trim(por-raw-text,
               trailing)) to por-raw-len
           if por-raw-text = spaces
               move 0 to por-raw-len
           end-if
           move 0 to por-out-sub
           perform 7950-escape-one-char thru 7950-exit
               varying por-char-sub from 1 by 1
               until por-char-sub > por-raw-len.
       7900-exit.
           exit.

      *> a control character cannot stand raw in a json string: a
      *> tab, newline or carriage return takes its short escape and
      *> any other goes out as \u00xx. a value whose escapes would
      *> overrun the document line is cut short rather than left
      *> without its closing quote.
       7950-escape-one-char.
           move por-raw-text(por-char-sub:1) to por-one-char
           if por-out-sub > por-escape-limit
               go to 7950-exit
           end-if
           evaluate true
               when por-one-char = '"' or por-one-char = '\'
                   add 1 to por-out-sub
                   move '\' to por-escaped-text(por-out-sub:1)
                   add 1 to por-out-sub
                   move por-one-char to por-escaped-text(por-out-sub:1)
               when por-one-char = x'09'
                   add 1 to por-out-sub
                   move '\t' to por-escaped-text(por-out-sub:2)
                   add 1 to por-out-sub
               when por-one-char = x'0A'
                   add 1 to por-out-sub
                   move '\n' to por-escaped-text(por-out-sub:2)
                   add 1 to por-out-sub
               when por-one-char = x'0D'
                   add 1 to por-out-sub
                   move '\r' to por-escaped-text(por-out-sub:2)
                   add 1 to por-out-sub
               when por-one-char < space
                   compute por-char-code = function ord(por-one-char)
                       - 1
                   divide por-char-code by 16 giving por-hex-high
                       remainder por-hex-low
                   add 1 to por-out-sub
                   move '\u00' to por-escaped-text(por-out-sub:4)
                   add 4 to por-out-sub
                   move por-hex-digits(por-hex-high + 1:1)
                       to por-escaped-text(por-out-sub:1)
                   add 1 to por-out-sub
                   move por-hex-digits(por-hex-low + 1:1)
                       to por-escaped-text(por-out-sub:1)
               when other
                   add 1 to por-out-sub
                   move por-one-char to por-escaped-text(por-out-sub:1)
           end-evaluate.
       7950-exit.
           exit.

       8000-finish.
           if por-index-pending not = spaces
               move por-index-pending to por-index-line
               perform 7500-write-index-line thru 7500-exit
           end-if
           move '  ],' to por-index-line
           perform 7500-write-index-line thru 7500-exit
           move por-module-count to por-count-edit
           move spaces to por-index-line
           string
               '  "count": ' function trim(por-count-edit)
               delimited by size
               into por-index-line
           end-string
           perform 7500-write-index-line thru 7500-exit
           move '}' to por-index-line
           perform 7500-write-index-line thru 7500-exit
           close por-index-doc-file
           close mcat-index-file
           if por-owner-on-file
               close mcat-owner-file
           end-if
           display 'mcatpor: module documents written: '
               por-module-count
           display 'mcatpor: links exported:           '
               por-link-count
           display 'mcatpor: documents not written:    '
               por-failed-count
           if por-failed-count > 0
               move 8 to return-code
           end-if.
       8000-exit.
           exit.
