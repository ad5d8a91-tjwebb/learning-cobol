       identification division.
       program-id. mcatent.
      *> version: 1.0.1
      *> desc: interactive transaction entry - prompts field by field
      *> for registry add, change, delete and status transactions
      *> and for ownership transactions, pre-fills a change from the
      *> module's current mcatidx.dat (or mcatown.dat) row, checks
      *> the module-id against the mcatrule.dat naming rules and the
      *> version against the n.n.n form, and appends each confirmed
      *> transaction to mcattran.dat or mcatotrn.dat for the next
      *> mcatmnt or mcatown run.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select mcat-index-file assign to "MCATIDX.DAT"
               organization indexed
               access mode random
               record key mcatk-module-id
               file status is mcat-index-status.
           select mcat-owner-file assign to "MCATOWN.DAT"
               organization indexed
               access mode random
               record key own-module-id
               file status is mcat-owner-status.
           select mcat-rules-file assign to "MCATRULE.DAT"
               organization line sequential
               file status is mcat-rules-status.
           select mcat-lib-file assign to "MCATLIB.DAT"
               organization line sequential
               file status is mcat-lib-status.
           select mcat-lock-file assign to "MCATLOCK.DAT"
               organization line sequential
               file status is mcat-lock-status.
           select mcat-tran-file assign to "MCATTRAN.DAT"
               organization line sequential
               file status is mcat-tran-status.
           select owner-tran-file assign to "MCATOTRN.DAT"
               organization line sequential
               file status is own-tran-status.

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

       fd  mcat-rules-file.
       01  mcat-rule-record.
           20 rule-type             pic x(04).
           20 filler                pic x(01).
           20 rule-value            pic x(16).
           20 filler                pic x(01).
           20 rule-effective        pic x(08).
           20 filler                pic x(01).
           20 rule-expires          pic x(08).

       fd  mcat-lib-file.
       01  mcat-lib-record.
           20 lib-id                pic x(08).
           20 filler                pic x(01).
           20 lib-directory         pic x(64).

       fd  mcat-lock-file.
       01  mcat-lock-record.
           20 lock-state            pic x(01).
           20 filler                pic x(01).
           20 lock-stamp            pic x(21).
           20 filler                pic x(01).
           20 lock-operator         pic x(10).

       fd  mcat-tran-file.
       01  mcat-tran-record.
           20 trn-action            pic x(06).
           20 trn-module-data       pic x(377).

       fd  owner-tran-file.
       01  owner-tran-record.
           20 otr-action            pic x(06).
           20 otr-owner-data.
              30 otr-module-id      pic x(32).
              30 otr-department     pic x(10).
              30 otr-contact        pic x(20).
              30 otr-criticality    pic x(01).

       working-storage section.

           copy mcatlay.

      *> the status transaction's columns inside the transaction
      *> data area, as mcatmnt reads them.
       01  mnt-status-area.
           20 sta-module-id          pic x(32).
           20 filler                 pic x(01).
           20 sta-status             pic x(01).
           20 filler                 pic x(01).
           20 sta-effective          pic x(08).

       77  mcat-index-status         pic x(02) value spaces.
       77  mcat-owner-status         pic x(02) value spaces.
       77  mcat-rules-status         pic x(02) value spaces.
       77  mcat-lib-status           pic x(02) value spaces.
       77  mcat-lock-status          pic x(02) value spaces.
       77  mcat-tran-status          pic x(02) value spaces.
       77  own-tran-status           pic x(02) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-rebuild-switch       pic x(01) value 'N'.
           88 mcat-rebuild-underway   value 'Y'.
       01  mcat-done-switch          pic x(01) value 'N'.
           88 mcat-done               value 'Y'.
       01  rules-eof-switch          pic x(01) value 'N'.
           88 rules-no-more           value 'Y'.
       01  lib-eof-switch            pic x(01) value 'N'.
           88 lib-no-more             value 'Y'.
       01  ent-index-switch          pic x(01) value 'N'.
           88 ent-index-open          value 'Y'.
       01  ent-owner-switch          pic x(01) value 'N'.
           88 ent-owner-open          value 'Y'.
       01  ent-cancel-switch         pic x(01) value 'N'.
           88 ent-cancelled           value 'Y'.
       01  ent-field-switch          pic x(01) value 'N'.
           88 ent-field-ok            value 'Y'.
       01  ent-on-file-switch        pic x(01) value 'N'.
           88 ent-on-file             value 'Y'.

      *> the naming rules active today, loaded the way the catalog
      *> run loads them, so an id accepted here is not rejected to
      *> suspense tonight.
       01  mcat-dept-table.
           05 mcat-dept-prefix occurs 100 times pic x(08).
       77  mcat-dept-count           pic 9(4) comp value 0.
       77  mcat-dept-sub             pic 9(4) comp.
       77  mcat-dept-len             pic 9(4) comp.
       01  mcat-dept-switch          pic x(01).
           88 mcat-dept-matched      value 'Y'.
       01  mcat-grandfather-table.
           05 mcat-grandfather-id occurs 100 times pic x(16).
       77  mcat-grandfather-count    pic 9(4) comp value 0.
       77  mcat-grandfather-sub      pic 9(4) comp.
       01  mcat-grandfather-switch   pic x(01).
           88 mcat-is-grandfathered  value 'Y'.
       77  mcat-rule-max             pic 9(4) comp value 100.
       77  mcat-trim-id              pic x(32) value spaces.
       77  mcat-name-len             pic 9(4) comp.
       77  mcat-name-sub             pic 9(4) comp.
       77  mcat-one-name-char        pic x.
       01  mcat-name-switch          pic x(01).
           88 mcat-name-is-valid     value 'Y'.

       01  mcat-lib-table.
           05 mcat-lib-entry occurs 20 times.
              10 mcat-lib-tab-id     pic x(08).
              10 mcat-lib-tab-dir    pic x(64).
       77  mcat-lib-count            pic 9(4) comp value 0.
       77  mcat-lib-sub              pic 9(4) comp.
       77  mcat-lib-max              pic 9(4) comp value 20.
       01  mcat-lib-switch           pic x(01).
           88 mcat-lib-is-valid      value 'Y'.

       01  mcat-version-parts.
           05 mcat-version-part occurs 4 times pic x(08).
       77  mcat-part-sub             pic 9(4) comp.
       77  mcat-part-work            pic x(08) value spaces.
       77  mcat-part-len             pic 9(4) comp.
       77  mcat-digit-sub            pic 9(4) comp.
       01  mcat-part-switch          pic x(01).
           88 mcat-parts-are-numeric value 'Y'.
       01  mcat-version-form-switch  pic x(01).
           88 mcat-version-malformed value 'Y'.

       77  ent-action                pic x(06) value spaces.
       77  ent-answer                pic x(200) value spaces.
       77  ent-prompt                pic x(40) value spaces.
       77  ent-current               pic x(200) value spaces.
       77  ent-tries                 pic 9(4) comp value 0.
       77  ent-max-tries             pic 9(4) comp value 3.
       77  ent-registry-count        pic 9(4) comp value 0.
       77  ent-owner-count           pic 9(4) comp value 0.
       77  ent-count-edit            pic z(3)9 value zero.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0100-check-run-lock thru 0100-exit
           if mcat-rebuild-underway
               stop run
           end-if
           perform 0700-load-naming-rules thru 0700-exit
           perform 0750-load-libraries thru 0750-exit
           open input mcat-index-file
           if mcat-index-status = '00'
               move 'Y' to ent-index-switch
           else
               display 'mcatent: MCATIDX.DAT not found - changes '
                   'cannot be pre-filled'
           end-if
           open input mcat-owner-file
           if mcat-owner-status = '00'
               move 'Y' to ent-owner-switch
           end-if
           perform 1000-prompt-one-transaction thru 1000-exit
               until mcat-done
           perform 8000-finish thru 8000-exit
           stop run.

      *> pre-fill reads the registry row; a row read back while
      *> mcatdrv is rebuilding the index would be a half-built one.
       0100-check-run-lock.
           open input mcat-lock-file
           if mcat-lock-status = '00'
               read mcat-lock-file
                   at end move 'N' to lock-state
               end-read
               close mcat-lock-file
               if lock-state = 'Y'
                   move 'Y' to mcat-rebuild-switch
                   display 'mcatent: a catalog rebuild is underway - '
                       'try again when it completes'
                   display '  lock set ' lock-stamp ' by '
                       function trim(lock-operator)
                   display '  if that rebuild abended, clear the '
                       'stale lock with mcatulk'
               end-if
           end-if.
       0100-exit.
           exit.

       0700-load-naming-rules.
           open input mcat-rules-file
           if mcat-rules-status not = '00'
               display 'mcatent: MCATRULE.DAT not found or '
                   'unreadable - no module-id can be checked'
               display '  - maintain the naming rules with mcatrul.'
               move 8 to return-code
               stop run
           end-if
           perform 0710-read-rule thru 0710-exit
           perform 0720-store-one-rule thru 0720-exit
               until rules-no-more
           close mcat-rules-file.
       0700-exit.
           exit.

       0710-read-rule.
           read mcat-rules-file
               at end move 'Y' to rules-eof-switch
           end-read.
       0710-exit.
           exit.

       0720-store-one-rule.
           if rule-effective <= mcat-run-date
           and rule-expires > mcat-run-date
               evaluate rule-type
                   when 'DEPT'
                       if mcat-dept-count < mcat-rule-max
                           add 1 to mcat-dept-count
                           move rule-value(1:8)
                               to mcat-dept-prefix(mcat-dept-count)
                       end-if
                   when 'GRND'
                       if mcat-grandfather-count < mcat-rule-max
                           add 1 to mcat-grandfather-count
                           move rule-value to mcat-grandfather-id(
                               mcat-grandfather-count)
                       end-if
               end-evaluate
           end-if
           perform 0710-read-rule thru 0710-exit.
       0720-exit.
           exit.

       0750-load-libraries.
           open input mcat-lib-file
           if mcat-lib-status = '00'
               perform 0760-read-library thru 0760-exit
               perform 0770-store-one-library thru 0770-exit
                   until lib-no-more
               close mcat-lib-file
           end-if.
       0750-exit.
           exit.

       0760-read-library.
           read mcat-lib-file
               at end move 'Y' to lib-eof-switch
           end-read.
       0760-exit.
           exit.

       0770-store-one-library.
           if mcat-lib-count < mcat-lib-max
               add 1 to mcat-lib-count
               move lib-id to mcat-lib-tab-id(mcat-lib-count)
               move lib-directory to mcat-lib-tab-dir(mcat-lib-count)
           end-if
           perform 0760-read-library thru 0760-exit.
       0770-exit.
           exit.

       1000-prompt-one-transaction.
           move 'N' to ent-cancel-switch
           display ' '
           display 'mcatent: transaction - ADD, CHANGE, DELETE, '
               'STATUS or OWNER (blank to quit): ' with no advancing
           move spaces to ent-answer
           accept ent-answer
           move function upper-case(ent-answer) to ent-action
           evaluate ent-action
               when spaces
                   move 'Y' to mcat-done-switch
               when 'ADD'
               when 'CHANGE'
               when 'DELETE'
               when 'STATUS'
                   perform 2000-enter-registry thru 2000-exit
               when 'OWNER'
                   perform 4000-enter-owner thru 4000-exit
               when other
                   display 'mcatent: unknown transaction "'
                       function trim(ent-answer) '"'
           end-evaluate.
       1000-exit.
           exit.

      *> an add must pass the naming rules; a change, delete or
      *> status move must name a module already on the registry -
      *> an id grandfathered in under an expired rule can still be
      *> maintained, which the naming rules alone would forbid.
       2000-enter-registry.
           move spaces to mcat-module-record
           perform 6100-start-field thru 6100-exit
           perform 2100-ask-module-id thru 2100-exit
               until ent-field-ok or ent-cancelled
           if ent-cancelled
               go to 2000-exit
           end-if
           evaluate ent-action
               when 'ADD'
                   perform 2200-enter-add thru 2200-exit
               when 'CHANGE'
                   perform 2300-enter-change thru 2300-exit
               when 'DELETE'
                   perform 2400-enter-delete thru 2400-exit
               when 'STATUS'
                   perform 2500-enter-status thru 2500-exit
           end-evaluate
           if not ent-cancelled
               perform 2900-confirm-registry thru 2900-exit
           end-if.
       2000-exit.
           exit.

       2100-ask-module-id.
           perform 6050-count-attempt thru 6050-exit
           if ent-cancelled
               go to 2100-exit
           end-if
           display 'mcatent: module-id (blank to cancel): '
               with no advancing
           move spaces to ent-answer
           accept ent-answer
           if ent-answer = spaces
               move 'Y' to ent-cancel-switch
               go to 2100-exit
           end-if
           move function trim(ent-answer) to mcat-module-id
           perform 5000-find-registry-row thru 5000-exit
           if ent-action = 'ADD'
               if ent-on-file
                   display 'mcatent: ' function trim(mcat-module-id)
                       ' is already on the registry'
                   go to 2100-exit
               end-if
               perform 5100-check-naming thru 5100-exit
               if not mcat-name-is-valid
                   display 'mcatent: ' function trim(mcat-module-id)
                       ' breaks the naming rules - it needs a '
                       'department prefix and lower-case letters '
                       'and digits only'
                   go to 2100-exit
               end-if
           else
               if ent-index-open and not ent-on-file
                   display 'mcatent: ' function trim(mcat-module-id)
                       ' is not on the registry'
                   go to 2100-exit
               end-if
               if not ent-index-open
                   perform 5100-check-naming thru 5100-exit
                   if not mcat-name-is-valid
                       display 'mcatent: '
                           function trim(mcat-module-id)
                           ' breaks the naming rules'
                       go to 2100-exit
                   end-if
               end-if
           end-if
           move 'Y' to ent-field-switch.
       2100-exit.
           exit.

       2200-enter-add.
           move 'MAIN' to mcat-module-path
           if mcat-lib-count = 0
               move '.' to mcat-module-path
           end-if
           string function trim(mcat-module-id) '.cob'
               delimited by size
               into mcat-module-source
           end-string
           move '1.0.0' to mcat-version
           perform 2600-ask-registry-fields thru 2600-exit.
       2200-exit.
           exit.

      *> the pre-filled row comes back as the change's starting
      *> point; each prompt shows the value on file and a blank
      *> answer keeps it.
       2300-enter-change.
           if ent-index-open
               move mcatk-record to mcat-module-record
           end-if
           perform 2600-ask-registry-fields thru 2600-exit.
       2300-exit.
           exit.

       2400-enter-delete.
           if ent-on-file
               move mcatk-record to mcat-module-record
               display 'mcatent: version ' function trim(mcat-version)
                   '  ' function trim(mcat-description)
           end-if.
       2400-exit.
           exit.

       2500-enter-status.
           move spaces to mnt-status-area
           move mcat-module-id to sta-module-id
           if ent-on-file
               move mcatk-status to sta-status
           end-if
           perform 6100-start-field thru 6100-exit
           perform 2510-ask-status thru 2510-exit
               until ent-field-ok
               or ent-cancelled
           perform 6100-start-field thru 6100-exit
           perform 2520-ask-effective thru 2520-exit
               until ent-field-ok
               or ent-cancelled.
       2500-exit.
           exit.

       2510-ask-status.
           move 'status A, F or R' to ent-prompt
           move sta-status to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 2510-exit
           end-if
           move function upper-case(ent-answer(1:1)) to sta-status
           if sta-status = 'A' or sta-status = 'F' or sta-status = 'R'
               move 'Y' to ent-field-switch
           else
               display 'mcatent: status must be A active, F frozen '
                   'or R retired'
               move ent-current to sta-status
           end-if.
       2510-exit.
           exit.

       2520-ask-effective.
           move 'effective yyyymmdd (blank=today)' to ent-prompt
           move spaces to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 2520-exit
           end-if
           move ent-answer(1:8) to sta-effective
           if sta-effective = spaces or sta-effective is numeric
               move 'Y' to ent-field-switch
           else
               display 'mcatent: effective date must be yyyymmdd'
               move ent-current to sta-effective
           end-if.
       2520-exit.
           exit.

       2600-ask-registry-fields.
           perform 6100-start-field thru 6100-exit
           perform 2610-ask-library thru 2610-exit
               until ent-field-ok
               or ent-cancelled
           perform 6100-start-field thru 6100-exit
           perform 2620-ask-source thru 2620-exit
               until ent-field-ok
               or ent-cancelled
           perform 6100-start-field thru 6100-exit
           perform 2630-ask-version thru 2630-exit
               until ent-field-ok
               or ent-cancelled
           perform 6100-start-field thru 6100-exit
           perform 2640-ask-description thru 2640-exit
               until ent-field-ok
               or ent-cancelled.
       2600-exit.
           exit.

      *> the catalog run rejects a library id mcatlib.dat does not
      *> define, so one is refused here the same way.
       2610-ask-library.
           move 'library id' to ent-prompt
           move mcat-module-path to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 2610-exit
           end-if
           move ent-answer to mcat-module-path
           move 'N' to mcat-lib-switch
           if function trim(mcat-module-path) = '.'
               move 'Y' to mcat-lib-switch
           else
               perform 2615-match-one-library
                   varying mcat-lib-sub from 1 by 1
                   until mcat-lib-sub > mcat-lib-count
                   or mcat-lib-is-valid
           end-if
           if mcat-lib-is-valid
               move 'Y' to ent-field-switch
           else
               display 'mcatent: library "'
                   function trim(mcat-module-path)
                   '" is not defined in MCATLIB.DAT'
               move ent-current to mcat-module-path
           end-if.
       2610-exit.
           exit.

       2615-match-one-library.
           if function trim(mcat-lib-tab-id(mcat-lib-sub))
                   = function trim(mcat-module-path)
               move 'Y' to mcat-lib-switch
           end-if.

       2620-ask-source.
           move 'source member' to ent-prompt
           move mcat-module-source to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 2620-exit
           end-if
           move ent-answer to mcat-module-source
           if mcat-module-source not = spaces
               move 'Y' to ent-field-switch
           else
               display 'mcatent: the source member is required'
           end-if.
       2620-exit.
           exit.

       2630-ask-version.
           move 'version n.n.n' to ent-prompt
           move mcat-version to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 2630-exit
           end-if
           move function trim(ent-answer) to mcat-version
           perform 5200-check-version-form thru 5200-exit
           if mcat-version-malformed
               display 'mcatent: version must be n.n.n - digits only'
               move ent-current to mcat-version
           else
               move 'Y' to ent-field-switch
           end-if.
       2630-exit.
           exit.

       2640-ask-description.
           move 'description' to ent-prompt
           move mcat-description to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 2640-exit
           end-if
           move ent-answer to mcat-description
           if mcat-description not = spaces
               move 'Y' to ent-field-switch
           else
               display 'mcatent: a description is required'
           end-if.
       2640-exit.
           exit.

       2900-confirm-registry.
           display 'mcatent: ' function trim(ent-action) ' '
               function trim(mcat-module-id)
           if ent-action = 'STATUS'
               display '  status ' sta-status '  effective '
                   sta-effective
           end-if
           if ent-action = 'ADD' or ent-action = 'CHANGE'
               display '  library ' function trim(mcat-module-path)
                   '  source ' function trim(mcat-module-source)
                   '  version ' function trim(mcat-version)
               display '  ' function trim(mcat-description)
           end-if
           display 'mcatent: write this transaction (y/n)? '
               with no advancing
           move spaces to ent-answer
           accept ent-answer
           if function lower-case(ent-answer(1:1)) not = 'y'
               display 'mcatent: transaction discarded'
               go to 2900-exit
           end-if
           move spaces to mcat-tran-record
           move ent-action to trn-action
           if ent-action = 'STATUS'
               move mnt-status-area to trn-module-data
           else
               move mcat-module-record to trn-module-data
           end-if
           open extend mcat-tran-file
           if mcat-tran-status not = '00'
               open output mcat-tran-file
           end-if
           write mcat-tran-record
           close mcat-tran-file
           add 1 to ent-registry-count
           display 'mcatent: written to MCATTRAN.DAT'.
       2900-exit.
           exit.

      *> an ownership transaction names a module the registry knows;
      *> a change starts from the ownership record on file.
       4000-enter-owner.
           display 'mcatent: ownership action - ADD, CHANGE or '
               'DELETE: ' with no advancing
           move spaces to ent-answer
           accept ent-answer
           move function upper-case(ent-answer) to ent-action
           if ent-action not = 'ADD'
           and ent-action not = 'CHANGE'
           and ent-action not = 'DELETE'
               display 'mcatent: unknown ownership action "'
                   function trim(ent-answer) '"'
               go to 4000-exit
           end-if
           move spaces to owner-tran-record
           perform 6100-start-field thru 6100-exit
           perform 4100-ask-owner-module thru 4100-exit
               until ent-field-ok or ent-cancelled
           if ent-cancelled
               go to 4000-exit
           end-if
           if ent-action not = 'DELETE'
               perform 6100-start-field thru 6100-exit
               perform 4200-ask-department thru 4200-exit
                   until ent-field-ok
                   or ent-cancelled
               perform 6100-start-field thru 6100-exit
               move 'contact' to ent-prompt
               move otr-contact to ent-current
               perform 6000-ask-field thru 6000-exit
               move ent-answer to otr-contact
               perform 6100-start-field thru 6100-exit
               perform 4300-ask-criticality thru 4300-exit
                   until ent-field-ok
                   or ent-cancelled
           end-if
           if not ent-cancelled
               perform 4900-confirm-owner thru 4900-exit
           end-if.
       4000-exit.
           exit.

       4100-ask-owner-module.
           perform 6050-count-attempt thru 6050-exit
           if ent-cancelled
               go to 4100-exit
           end-if
           display 'mcatent: module-id (blank to cancel): '
               with no advancing
           move spaces to ent-answer
           accept ent-answer
           if ent-answer = spaces
               move 'Y' to ent-cancel-switch
               go to 4100-exit
           end-if
           move function trim(ent-answer) to mcat-module-id
           perform 5000-find-registry-row thru 5000-exit
           if ent-index-open and not ent-on-file
               display 'mcatent: ' function trim(mcat-module-id)
                   ' is not on the registry'
               go to 4100-exit
           end-if
           move mcat-module-id to otr-module-id
           if ent-owner-open
               move mcat-module-id to own-module-id
               read mcat-owner-file
                   invalid key
                       if ent-action not = 'ADD'
                           display 'mcatent: '
                               function trim(mcat-module-id)
                               ' has no owner on file'
                           go to 4100-exit
                       end-if
                   not invalid key
                       if ent-action = 'ADD'
                           display 'mcatent: '
                               function trim(mcat-module-id)
                               ' already has an owner - use CHANGE'
                           go to 4100-exit
                       end-if
                       move own-department to otr-department
                       move own-contact to otr-contact
                       move own-criticality to otr-criticality
               end-read
           end-if
           move 'Y' to ent-field-switch.
       4100-exit.
           exit.

       4200-ask-department.
           move 'owning department' to ent-prompt
           move otr-department to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 4200-exit
           end-if
           move ent-answer to otr-department
           if otr-department not = spaces
               move 'Y' to ent-field-switch
           else
               display 'mcatent: the owning department is required'
           end-if.
       4200-exit.
           exit.

       4300-ask-criticality.
           move 'criticality A, B or C' to ent-prompt
           move otr-criticality to ent-current
           perform 6000-ask-field thru 6000-exit
           if ent-cancelled
               go to 4300-exit
           end-if
           move function upper-case(ent-answer(1:1))
               to otr-criticality
           if otr-criticality = 'A' or otr-criticality = 'B'
           or otr-criticality = 'C'
               move 'Y' to ent-field-switch
           else
               display 'mcatent: criticality must be A, B or C'
               move ent-current to otr-criticality
           end-if.
       4300-exit.
           exit.

       4900-confirm-owner.
           display 'mcatent: OWNER ' function trim(ent-action) ' '
               function trim(otr-module-id)
           if ent-action not = 'DELETE'
               display '  department ' function trim(otr-department)
                   '  contact ' function trim(otr-contact)
                   '  criticality ' otr-criticality
           end-if
           display 'mcatent: write this transaction (y/n)? '
               with no advancing
           move spaces to ent-answer
           accept ent-answer
           if function lower-case(ent-answer(1:1)) not = 'y'
               display 'mcatent: transaction discarded'
               go to 4900-exit
           end-if
           move ent-action to otr-action
           open extend owner-tran-file
           if own-tran-status not = '00'
               open output owner-tran-file
           end-if
           write owner-tran-record
           close owner-tran-file
           add 1 to ent-owner-count
           display 'mcatent: written to MCATOTRN.DAT'.
       4900-exit.
           exit.

       5000-find-registry-row.
           move 'N' to ent-on-file-switch
           if ent-index-open
               move mcat-module-id to mcatk-module-id
               read mcat-index-file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ent-on-file-switch
               end-read
           end-if.
       5000-exit.
           exit.

      *> the catalog run's naming convention: a department prefix
      *> from the rules and then lower-case letters and digits, at
      *> least 3 characters, or an id grandfathered by exact name.
       5100-check-naming.
           move function trim(mcat-module-id) to mcat-trim-id
           move function length(function trim(mcat-module-id))
               to mcat-name-len
           move 'N' to mcat-name-switch
           if mcat-name-len >= 3
               perform 5110-check-grandfather thru 5110-exit
               if mcat-is-grandfathered
                   move 'Y' to mcat-name-switch
               else
                   perform 5120-check-department thru 5120-exit
                   if mcat-dept-matched
                       perform 5130-check-name-chars thru 5130-exit
                   end-if
               end-if
           end-if.
       5100-exit.
           exit.

       5110-check-grandfather.
           move 'N' to mcat-grandfather-switch
           perform 5115-compare-one-grandfather
               varying mcat-grandfather-sub from 1 by 1
               until mcat-grandfather-sub > mcat-grandfather-count
               or mcat-is-grandfathered.
       5110-exit.
           exit.

       5115-compare-one-grandfather.
           if mcat-trim-id = function trim(
                   mcat-grandfather-id(mcat-grandfather-sub))
               move 'Y' to mcat-grandfather-switch
           end-if.

       5120-check-department.
           move 'N' to mcat-dept-switch
           perform 5125-compare-one-dept
               varying mcat-dept-sub from 1 by 1
               until mcat-dept-sub > mcat-dept-count
               or mcat-dept-matched.
       5120-exit.
           exit.

       5125-compare-one-dept.
           move function length(function trim(
                   mcat-dept-prefix(mcat-dept-sub))) to mcat-dept-len
           if mcat-name-len > mcat-dept-len
               if mcat-trim-id(1:mcat-dept-len) = function trim(
                       mcat-dept-prefix(mcat-dept-sub))
                   move 'Y' to mcat-dept-switch
               end-if
           end-if.

       5130-check-name-chars.
           move 'Y' to mcat-name-switch
           if mcat-trim-id(1:1) < 'a' or mcat-trim-id(1:1) > 'z'
               move 'N' to mcat-name-switch
           else
               perform 5135-check-one-name-char
                   varying mcat-name-sub from 2 by 1
                   until mcat-name-sub > mcat-name-len
                   or not mcat-name-is-valid
           end-if.
       5130-exit.
           exit.

       5135-check-one-name-char.
           move mcat-trim-id(mcat-name-sub:1) to mcat-one-name-char
           if (mcat-one-name-char < 'a' or mcat-one-name-char > 'z')
           and (mcat-one-name-char < '0' or mcat-one-name-char > '9')
               move 'N' to mcat-name-switch
           end-if.

      *> the same n.n.n edit the catalog run applies at 2986.
       5200-check-version-form.
           move 'N' to mcat-version-form-switch
           move spaces to mcat-version-parts
           unstring function trim(mcat-version) delimited by '.'
               into mcat-version-part(1) mcat-version-part(2)
                   mcat-version-part(3) mcat-version-part(4)
           end-unstring
           if mcat-version-part(4) not = spaces
               move 'Y' to mcat-version-form-switch
               go to 5200-exit
           end-if
           perform 5210-check-part-digits
               varying mcat-part-sub from 1 by 1
               until mcat-part-sub > 3
               or mcat-version-malformed.
       5200-exit.
           exit.

       5210-check-part-digits.
           move mcat-version-part(mcat-part-sub) to mcat-part-work
           move 'Y' to mcat-part-switch
           if mcat-part-work = spaces
               move 'N' to mcat-part-switch
           else
               move function length(function trim(mcat-part-work))
                   to mcat-part-len
               perform 5215-check-one-digit
                   varying mcat-digit-sub from 1 by 1
                   until mcat-digit-sub > mcat-part-len
                   or not mcat-parts-are-numeric
           end-if
           if not mcat-parts-are-numeric
               move 'Y' to mcat-version-form-switch
           end-if.

       5215-check-one-digit.
           if mcat-part-work(mcat-digit-sub:1) < '0'
           or mcat-part-work(mcat-digit-sub:1) > '9'
               move 'N' to mcat-part-switch
           end-if.

      *> one prompt: the value on file shows in brackets and a blank
      *> answer keeps it.
       6000-ask-field.
           perform 6050-count-attempt thru 6050-exit
           if ent-cancelled
               move ent-current to ent-answer
               go to 6000-exit
           end-if
           if ent-current = spaces
               display 'mcatent:   ' function trim(ent-prompt) ': '
                   with no advancing
           else
               display 'mcatent:   ' function trim(ent-prompt) ' ['
                   function trim(ent-current) ']: '
                   with no advancing
           end-if
           move spaces to ent-answer
           accept ent-answer
           if ent-answer = spaces
               move ent-current to ent-answer
           end-if.
       6000-exit.
           exit.

      *> every prompt of a field counts against ent-max-tries; one
      *> answered wrong too often cancels the whole transaction.
       6050-count-attempt.
           add 1 to ent-tries
           if ent-tries > ent-max-tries
               display 'mcatent: too many attempts - transaction '
                   'cancelled'
               move 'Y' to ent-cancel-switch
           end-if.
       6050-exit.
           exit.

       6100-start-field.
           move 'N' to ent-field-switch
           move 0 to ent-tries.
       6100-exit.
           exit.

       8000-finish.
           if ent-index-open
               close mcat-index-file
           end-if
           if ent-owner-open
               close mcat-owner-file
           end-if
           move ent-registry-count to ent-count-edit
           display 'mcatent: registry transactions written:  '
               function trim(ent-count-edit)
           move ent-owner-count to ent-count-edit
           display 'mcatent: ownership transactions written: '
               function trim(ent-count-edit).
       8000-exit.
           exit.
