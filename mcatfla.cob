       identification division.
       program-id. mcatfla.
      *> version: 1.1.0
      *> desc: file-layout audit - scans the select/assign and fd
      *> entries of every module listed in modlist.dat, expanding
      *> copybooks, works out the field-by-field layout (name,
      *> picture, offset, length) each program declares for each
      *> physical file, files every layout in mcatfld.dat and
      *> reports in mcatfla.rpt each shared file whose programs
      *> disagree about a field's position or length. the same pass
      *> reads each procedure division's open and sort statements
      *> and files the data lineage - which program opens which
      *> physical file in which mode - in mcatlin.dat.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select modlist-file assign to "MODLIST.DAT"
               organization line sequential
               file status is mcat-modlist-status.
           select mcat-lib-file assign to "MCATLIB.DAT"
               organization line sequential
               file status is mcat-lib-status.
           select fla-source-file assign to dynamic fla-source-name
               organization line sequential
               file status is fla-source-status.
           select fla-copy-file assign to dynamic fla-copy-name
               organization line sequential
               file status is fla-copy-status.
           select layout-file assign to "MCATFLD.DAT"
               organization line sequential.
           select layout-report-file assign to "MCATFLA.RPT"
               organization line sequential.
           select lineage-file assign to "MCATLIN.DAT"
               organization line sequential.
           select fla-sort-file assign to "MCATFSRT.TMP".

       data division.
       file section.
       fd  modlist-file.
           copy mcatlay.

       fd  mcat-lib-file.
       01  mcat-lib-record.
           20 lib-id                pic x(08).
           20 filler                pic x(01).
           20 lib-directory         pic x(64).

       fd  fla-source-file.
       01  fla-source-line          pic x(200).

       fd  fla-copy-file.
       01  fla-copy-line            pic x(200).

      *> one record per data item a program declares under an fd or
      *> sd, in declaration order. kind is E for an elementary item
      *> and G for a group; view is P for the item's primary layout
      *> and A for an alternate view - a redefines, or a second 01
      *> record under the same fd.
       fd  layout-file.
       01  layout-record.
           20 fld-file              pic x(20).
           20 filler                pic x(01).
           20 fld-module-id         pic x(32).
           20 filler                pic x(01).
           20 fld-fd-name           pic x(30).
           20 filler                pic x(01).
           20 fld-seq               pic 9(04).
           20 filler                pic x(01).
           20 fld-record-no         pic 9(02).
           20 filler                pic x(01).
           20 fld-level             pic 9(02).
           20 filler                pic x(01).
           20 fld-name              pic x(30).
           20 filler                pic x(01).
           20 fld-picture           pic x(20).
           20 filler                pic x(01).
           20 fld-offset            pic 9(05).
           20 filler                pic x(01).
           20 fld-length            pic 9(05).
           20 filler                pic x(01).
           20 fld-kind              pic x(01).
           20 filler                pic x(01).
           20 fld-view              pic x(01).

       fd  layout-report-file.
       01  layout-report-record     pic x(132).

       fd  lineage-file.
           copy mcatlnl.

      *> every program's fields come back grouped by physical file,
      *> then by program and fd, in declaration order - one control
      *> break per file to compare the programs against each other.
       sd  fla-sort-file.
       01  fla-sort-entry.
           20 fs-file               pic x(20).
           20 fs-module-id          pic x(32).
           20 fs-fd-name            pic x(30).
           20 fs-seq                pic 9(04).
           20 fs-record-no          pic 9(02).
           20 fs-level              pic 9(02).
           20 fs-name               pic x(30).
           20 fs-picture            pic x(20).
           20 fs-offset             pic 9(05).
           20 fs-length             pic 9(05).
           20 fs-kind               pic x(01).
           20 fs-view               pic x(01).

       working-storage section.

       77  mcat-modlist-status       pic x(02) value spaces.
       77  fla-source-status         pic x(02) value spaces.
       77  fla-copy-status           pic x(02) value spaces.
       77  fla-source-name           pic x(80) value spaces.
       77  fla-copy-name             pic x(80) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  fla-source-eof-switch     pic x(01) value 'N'.
           88 fla-no-more-source      value 'Y'.
       01  fla-copy-eof-switch       pic x(01) value 'N'.
           88 fla-no-more-copy        value 'Y'.
       01  sorted-eof-switch         pic x(01) value 'N'.
           88 fla-no-more-sorted      value 'Y'.
       01  fla-copy-pending-switch   pic x(01) value 'N'.
           88 fla-copy-pending        value 'Y'.
       01  fla-expanding-switch      pic x(01) value 'N'.
           88 fla-in-copybook         value 'Y'.
       01  fla-procedure-switch      pic x(01) value 'N'.
           88 fla-in-procedure        value 'Y'.
       01  fla-sentence-end-switch   pic x(01) value 'N'.
           88 fla-sentence-ended      value 'Y'.
       01  fla-value-switch          pic x(01) value 'N'.
           88 fla-value-seen          value 'Y'.
       01  fla-found-switch          pic x(01) value 'N'.
           88 fla-item-found          value 'Y'.
       01  fla-mismatch-switch       pic x(01) value 'N'.
           88 fla-mismatch-found      value 'Y'.
       01  fla-drift-switch          pic x(01) value 'N'.
           88 fla-file-drifted        value 'Y'.
       01  fla-overflow-switch       pic x(01) value 'N'.
           88 fla-table-overflowed    value 'Y'.

      *> which part of the program the scan is in: C the file
      *> -control paragraph, F the file section, W working-storage,
      *> L any other data section, blank anywhere else.
       01  fla-area                  pic x(01) value space.
           88 fla-in-file-control     value 'C'.
           88 fla-in-file-section     value 'F'.
           88 fla-in-working-storage  value 'W'.

      *> the source-library definitions from mcatlib.dat, same table
      *> the catalog run resolves its member paths from.
       01  mcat-lib-table.
           05 mcat-lib-entry occurs 20 times.
              10 mcat-lib-tab-id     pic x(08).
              10 mcat-lib-tab-dir    pic x(64).
       77  mcat-lib-count            pic 9(4) comp value 0.
       77  mcat-lib-sub              pic 9(4) comp.
       77  mcat-lib-max              pic 9(4) comp value 20.
       77  mcat-lib-status           pic x(02) value spaces.
       01  lib-eof-switch            pic x(01) value 'N'.
           88 lib-no-more             value 'Y'.
       01  mcat-lib-switch           pic x(01).
           88 mcat-lib-resolved      value 'Y'.
       77  fla-resolved-source       pic x(80) value spaces.

      *> line tokenizer state - one set for the module source and one
      *> for a copybook being expanded in the middle of it.
       77  fla-scan-buffer           pic x(200) value spaces.
       77  fla-scan-token            pic x(64) value spaces.
       77  fla-scan-ptr              pic 9(4) comp.
       77  fla-scan-len              pic 9(4) comp.
       77  fla-copy-buffer           pic x(200) value spaces.
       77  fla-copy-token            pic x(64) value spaces.
       77  fla-copy-ptr              pic 9(4) comp.
       77  fla-copy-len              pic 9(4) comp.
       77  fla-comment-pos           pic 9(4) comp.
       77  fla-token                 pic x(64) value spaces.
       77  fla-token-len             pic 9(4) comp.
       77  fla-literal-char          pic x(01) value space.
       01  fla-literal-close.
           05 fla-close-quote        pic x(01) value space.
           05 fla-close-period       pic x(01) value '.'.

      *> the words of the data-division sentence being gathered; a
      *> sentence ends at the period that closes a select, fd or data
      *> description entry.
       01  fla-sentence-table.
           05 fla-word occurs 80 times pic x(64).
       77  fla-word-count            pic 9(4) comp value 0.
       77  fla-word-max              pic 9(4) comp value 80.
       77  fla-word-sub              pic 9(4) comp.
       77  fla-word-len              pic 9(4) comp.
       77  fla-first-word            pic x(64) value spaces.
       77  fla-second-word           pic x(64) value spaces.
       77  fla-work-word             pic x(64) value spaces.
       77  fla-literal-value         pic x(64) value spaces.

      *> select name to physical file. a dynamic assign names the
      *> data item holding the file name; its value clause, met later
      *> in working-storage, supplies the default physical name.
       01  fla-select-table.
           05 fla-select-entry occurs 60 times.
              10 fla-sel-name        pic x(30).
              10 fla-sel-physical    pic x(20).
              10 fla-sel-dynamic     pic x(30).
       77  fla-select-count          pic 9(4) comp value 0.
       77  fla-select-max            pic 9(4) comp value 60.
       77  fla-select-sub            pic 9(4) comp.
       77  fla-select-found          pic 9(4) comp.
       77  fla-assign-sub            pic 9(4) comp.

      *> the replacing pairs of the copy statement being expanded.
       01  fla-replacing-table.
           05 fla-replace-entry occurs 20 times.
              10 fla-repl-from       pic x(64).
              10 fla-repl-to         pic x(64).
       77  fla-replace-count         pic 9(4) comp value 0.
       77  fla-replace-max           pic 9(4) comp value 20.
       77  fla-replace-sub           pic 9(4) comp.
       77  fla-replace-side          pic x(01) value 'F'.
       77  fla-copy-member           pic x(64) value spaces.

      *> the current module's fd and sd items, held until the whole
      *> data division has been read so that dynamic file names can
      *> be resolved before the fields are released to the sort.
       01  fla-field-table.
           05 fla-field-entry occurs 800 times.
              10 fla-fld-fd          pic x(30).
              10 fla-fld-record-no   pic 9(02).
              10 fla-fld-level       pic 9(02).
              10 fla-fld-name        pic x(30).
              10 fla-fld-picture     pic x(20).
              10 fla-fld-offset      pic 9(05).
              10 fla-fld-length      pic 9(05).
              10 fla-fld-kind        pic x(01).
              10 fla-fld-view        pic x(01).
       77  fla-field-count           pic 9(4) comp value 0.
       77  fla-field-max             pic 9(4) comp value 800.
       77  fla-field-sub             pic 9(4) comp.

      *> open group items of the record being laid out, innermost on
      *> top; a group's length is known only when it closes.
       01  fla-group-stack.
           05 fla-stack-entry occurs 50 times.
              10 fla-stk-level       pic 9(02).
              10 fla-stk-field       pic 9(4) comp.
              10 fla-stk-start       pic 9(05).
              10 fla-stk-occurs      pic 9(05).
              10 fla-stk-resume      pic 9(05).
              10 fla-stk-redefines   pic x(01).
       77  fla-stack-depth           pic 9(4) comp value 0.
       77  fla-stack-max             pic 9(4) comp value 50.
       77  fla-stack-sub             pic 9(4) comp.
       77  fla-close-level           pic 9(02) value zero.
       77  fla-group-length          pic 9(05) value zero.

       77  fla-current-fd            pic x(30) value spaces.
       77  fla-record-no             pic 9(02) value zero.
       77  fla-offset                pic 9(05) value zero.
       77  fla-resume-offset         pic 9(05) value zero.

      *> the data description entry being laid out.
       77  fla-entry-level           pic 9(02) value zero.
       77  fla-entry-name            pic x(30) value spaces.
       77  fla-entry-picture         pic x(20) value spaces.
       77  fla-entry-usage           pic x(08) value spaces.
       77  fla-entry-occurs          pic 9(05) value 1.
       77  fla-entry-redefines       pic x(30) value spaces.
       77  fla-entry-sign-separate   pic x(01) value 'N'.
       77  fla-entry-size            pic 9(05) value zero.
       77  fla-entry-digits          pic 9(05) value zero.
       77  fla-entry-view            pic x(01) value 'P'.
       77  fla-clause-start          pic 9(4) comp.

       77  fla-pic-upper             pic x(20) value spaces.
       77  fla-pic-len               pic 9(4) comp.
       77  fla-pic-sub               pic 9(4) comp.
       77  fla-pic-ptr               pic 9(4) comp.
       77  fla-pic-char              pic x(01) value space.
       77  fla-pic-last              pic x(01) value space.
       77  fla-pic-repeat-text       pic x(08) value spaces.
       77  fla-pic-repeat            pic 9(05) value zero.

      *> one shared file's views - a view is one program's fd for the
      *> file - and the compared fields of all of them: the
      *> elementary items of each view's primary record layout.
       01  fla-view-table.
           05 fla-view-entry occurs 40 times.
              10 fla-view-module     pic x(32).
              10 fla-view-fd         pic x(30).
              10 fla-view-first      pic 9(4) comp.
              10 fla-view-fields     pic 9(4) comp.
              10 fla-view-rec-len    pic 9(05).
       77  fla-view-count            pic 9(4) comp value 0.
       77  fla-view-max              pic 9(4) comp value 40.
       77  fla-view-sub              pic 9(4) comp.
       77  fla-ref-view              pic 9(4) comp.
       01  fla-compare-table.
           05 fla-cmp-entry occurs 1000 times.
              10 fla-cmp-name        pic x(30).
              10 fla-cmp-offset      pic 9(05).
              10 fla-cmp-length      pic 9(05).
       77  fla-cmp-count             pic 9(4) comp value 0.
       77  fla-cmp-max               pic 9(4) comp value 1000.
       77  fla-cmp-sub               pic 9(4) comp.
       77  fla-cmp-ref-sub           pic 9(4) comp.
       77  fla-cmp-view-sub          pic 9(4) comp.
       77  fla-cmp-limit             pic 9(4) comp.
       77  fla-flat-len              pic 9(05) value zero.
       77  fla-layout-len            pic 9(05) value zero.

       77  fla-break-file            pic x(20) value low-values.
       77  fla-break-module          pic x(32) value low-values.
       77  fla-break-fd              pic x(30) value low-values.

       77  fla-report-line           pic x(132) value spaces.
       77  fla-count-edit            pic z(4)9 value zero.
       77  fla-offset-edit           pic z(4)9 value zero.
       77  fla-length-edit           pic z(4)9 value zero.
       77  fla-ref-offset-edit       pic z(4)9 value zero.
       77  fla-ref-length-edit       pic z(4)9 value zero.

       77  fla-module-count          pic 9(4) comp value 0.
       77  fla-unreadable-count      pic 9(4) comp value 0.
       77  fla-unresolved-count      pic 9(4) comp value 0.
       77  fla-file-count            pic 9(4) comp value 0.
       77  fla-shared-count          pic 9(4) comp value 0.
       77  fla-drift-count           pic 9(4) comp value 0.
       77  fla-note-count            pic 9(4) comp value 0.
       77  fla-lineage-count         pic 9(4) comp value 0.

      *> the open or sort statement being followed through the
      *> procedure division, and the mode its next file names get.
       77  fla-io-verb               pic x(04) value spaces.
       77  fla-io-mode               pic x(06) value spaces.
       77  fla-io-upper              pic x(64) value spaces.

      *> the modes each of the module's files is opened in, one entry
      *> per select and mode however many times the program opens it.
       01  fla-open-table.
           05 fla-open-entry occurs 120 times.
              10 fla-open-select     pic 9(4) comp.
              10 fla-open-mode       pic x(06).
       77  fla-open-count            pic 9(4) comp value 0.
       77  fla-open-max              pic 9(4) comp value 120.
       77  fla-open-sub              pic 9(4) comp.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0150-load-libraries thru 0150-exit
           open input modlist-file
           if mcat-modlist-status not = '00'
               display 'mcatfla: MODLIST.DAT not found or unreadable'
               display '  - there are no modules to audit.'
               move 8 to return-code
               stop run
           end-if
           close modlist-file
           open output layout-file
           open output lineage-file
           open output layout-report-file
           move spaces to fla-report-line
           string
               'mcatfla file-layout audit  run date '
               mcat-run-date
               delimited by size
               into fla-report-line
           end-string
           write layout-report-record from fla-report-line
           sort fla-sort-file
               on ascending key fs-file fs-module-id fs-fd-name
                   fs-seq
               input procedure is 1000-scan-all-modules thru 1000-exit
               output procedure is 5000-compare-layouts thru 5000-exit
           perform 8000-finish thru 8000-exit
           stop run.

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
               display 'mcatfla: more than ' mcat-lib-max
                   ' library definitions - extras ignored'
           end-if
           perform 0160-read-library thru 0160-exit.
       0170-exit.
           exit.

       1000-scan-all-modules.
           move 'N' to mcat-eof-switch
           open input modlist-file
           perform 1100-read-modlist thru 1100-exit
           perform 1200-handle-one-module thru 1200-exit
               until mcat-eof
           close modlist-file.
       1000-exit.
           exit.

       1100-read-modlist.
           read modlist-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       1100-exit.
           exit.

       1200-handle-one-module.
           if mcat-module-record(1:4) not = 'HDR,'
           and mcat-module-record(1:4) not = 'TRL,'
               perform 1300-scan-one-module thru 1300-exit
           end-if
           perform 1100-read-modlist thru 1100-exit.
       1200-exit.
           exit.

      *> reads the member once, top to bottom. the layouts are
      *> complete, and every dynamic file name has met its value
      *> clause, by the time the procedure division's open and sort
      *> statements are read for the lineage.
       1300-scan-one-module.
           add 1 to fla-module-count
           perform 1400-resolve-source thru 1400-exit
           move 0 to fla-select-count
           move 0 to fla-field-count
           move 0 to fla-word-count
           move 0 to fla-stack-depth
           move 0 to fla-replace-count
           move 0 to fla-open-count
           move spaces to fla-io-verb
           move spaces to fla-sentence-table
           move spaces to fla-current-fd
           move space to fla-area
           move space to fla-literal-char
           move 'N' to fla-copy-pending-switch
           move 'N' to fla-expanding-switch
           move 'N' to fla-procedure-switch
           move 'N' to fla-overflow-switch
           move fla-resolved-source to fla-source-name
           move 'N' to fla-source-eof-switch
           open input fla-source-file
           if fla-source-status not = '00'
               add 1 to fla-unreadable-count
               display 'mcatfla: cannot open source for '
                   function trim(mcat-module-id) ': '
                   function trim(fla-source-name)
               go to 1300-exit
           end-if
           perform 1500-read-source-line thru 1500-exit
           perform 1600-scan-source-line thru 1600-exit
               until fla-no-more-source
           close fla-source-file
           move 0 to fla-close-level
           perform 4100-close-groups thru 4100-exit
           perform 4500-release-module-fields thru 4500-exit
           perform 4600-write-module-lineage thru 4600-exit.
       1300-exit.
           exit.

      *> resolves the module's library id to the directory its
      *> member lives in, exactly as the catalog run does.
       1400-resolve-source.
           move 'N' to mcat-lib-switch
           move mcat-module-source to fla-resolved-source
           if function trim(mcat-module-path) = '.'
           or mcat-module-path = spaces
               move 'Y' to mcat-lib-switch
           else
               perform 1410-search-one-library
                   varying mcat-lib-sub from 1 by 1
                   until mcat-lib-sub > mcat-lib-count
                   or mcat-lib-resolved
           end-if
           if not mcat-lib-resolved
               display 'mcatfla: unknown library id "'
                   function trim(mcat-module-path) '" for '
                   function trim(mcat-module-id)
           end-if.
       1400-exit.
           exit.

       1410-search-one-library.
           if function trim(mcat-lib-tab-id(mcat-lib-sub))
                   = function trim(mcat-module-path)
               move 'Y' to mcat-lib-switch
               move spaces to fla-resolved-source
               string
                   function trim(mcat-lib-tab-dir(mcat-lib-sub))
                   '/' function trim(mcat-module-source)
                   delimited by size
                   into fla-resolved-source
               end-string
           end-if.

       1500-read-source-line.
           read fla-source-file
               at end move 'Y' to fla-source-eof-switch
           end-read.
       1500-exit.
           exit.

      *> only the program text area, columns 8 through 72, is
      *> tokenized; a comment line or the comment tail of a line is
      *> dropped first.
       1600-scan-source-line.
           if fla-source-line(7:1) not = '*'
           and fla-source-line(7:1) not = '/'
               move spaces to fla-scan-buffer
               move fla-source-line(8:65) to fla-scan-buffer
               perform 1650-drop-comment-tail thru 1650-exit
               move function trim(fla-scan-buffer) to fla-scan-buffer
               if fla-scan-buffer not = spaces
                   move function length(function trim(
                       fla-scan-buffer)) to fla-scan-len
                   move 1 to fla-scan-ptr
                   perform 1700-take-line-token thru 1700-exit
                       until fla-scan-ptr > fla-scan-len
               end-if
           end-if
           perform 1500-read-source-line thru 1500-exit.
       1600-exit.
           exit.

       1650-drop-comment-tail.
           move 0 to fla-comment-pos
           inspect fla-scan-buffer tallying fla-comment-pos
               for characters before initial '*>'
           if fla-comment-pos < 200
               move spaces to fla-scan-buffer(fla-comment-pos + 1:)
           end-if.
       1650-exit.
           exit.

      *> a copy statement is expanded only after the token that
      *> closed it has been taken, so the copybook's own words run
      *> through the same sentence handling as the member's.
       1700-take-line-token.
           move spaces to fla-scan-token
           unstring fla-scan-buffer delimited by all space
               into fla-scan-token
               with pointer fla-scan-ptr
           end-unstring
           if fla-scan-token not = spaces
               move fla-scan-token to fla-token
               perform 3000-take-token thru 3000-exit
               if fla-copy-pending
                   perform 3800-expand-copybook thru 3800-exit
               end-if
           end-if.
       1700-exit.
           exit.

      *> gathers one token into the current sentence. a quoted
      *> literal is kept whole as far as its first word and the words
      *> inside it are passed over, so a period or a keyword inside
      *> a literal never ends or steers a sentence. in the procedure
      *> division the tokens are watched one at a time instead.
       3000-take-token.
           move 'N' to fla-sentence-end-switch
           move function length(function trim(fla-token))
               to fla-token-len
           evaluate true
               when fla-literal-char not = space
                   perform 3020-continue-literal thru 3020-exit
                   move spaces to fla-io-verb
               when fla-token(1:1) = '"'
               or fla-token(1:1) = x'27'
                   perform 3010-open-literal thru 3010-exit
                   move spaces to fla-io-verb
               when fla-token = '.'
                   move 'Y' to fla-sentence-end-switch
               when other
                   if fla-token(fla-token-len:1) = '.'
                       move 'Y' to fla-sentence-end-switch
                       move space to fla-token(fla-token-len:1)
                   end-if
                   if fla-in-copybook and fla-replace-count > 0
                       perform 3050-apply-replacing thru 3050-exit
                   end-if
                   if fla-in-procedure
                       perform 3900-watch-procedure-token
                           thru 3900-exit
                   else
                       perform 3090-store-word thru 3090-exit
                   end-if
           end-evaluate
           if fla-sentence-ended
               if fla-in-procedure
                   move spaces to fla-io-verb
               else
                   perform 3100-process-sentence thru 3100-exit
                   move spaces to fla-sentence-table
                   move 0 to fla-word-count
               end-if
           end-if.
       3000-exit.
           exit.

       3010-open-literal.
           move fla-token(1:1) to fla-literal-char
           move fla-literal-char to fla-close-quote
           if fla-token-len > 2
           and fla-token(fla-token-len - 1:2) = fla-literal-close
               move 'Y' to fla-sentence-end-switch
               move space to fla-token(fla-token-len:1)
               move space to fla-literal-char
           else
               if fla-token-len > 1
               and fla-token(fla-token-len:1) = fla-literal-char
                   move space to fla-literal-char
               end-if
           end-if
           perform 3090-store-word thru 3090-exit.
       3010-exit.
           exit.

       3020-continue-literal.
           if fla-token(fla-token-len:1) = fla-literal-char
               move space to fla-literal-char
           else
               if fla-token-len > 1
               and fla-token(fla-token-len - 1:2) = fla-literal-close
                   move space to fla-literal-char
                   move 'Y' to fla-sentence-end-switch
               end-if
           end-if.
       3020-exit.
           exit.

       3050-apply-replacing.
           perform 3060-replace-one-word
               varying fla-replace-sub from 1 by 1
               until fla-replace-sub > fla-replace-count.
       3050-exit.
           exit.

       3060-replace-one-word.
           if function lower-case(fla-token)
                   = function lower-case(fla-repl-from(fla-replace-sub))
               move fla-repl-to(fla-replace-sub) to fla-token
           end-if.

       3090-store-word.
           if fla-token not = spaces and not fla-in-procedure
               if fla-word-count < fla-word-max
                   add 1 to fla-word-count
                   move fla-token to fla-word(fla-word-count)
               end-if
           end-if.
       3090-exit.
           exit.

      *> one complete sentence: a division or section header moves
      *> the scan area, a select maps its file, an fd or sd opens a
      *> new file layout, and a data description entry in the file
      *> section is laid out. working-storage is read only for the
      *> value clauses that name a dynamic file's default.
       3100-process-sentence.
           if fla-word-count = 0
               go to 3100-exit
           end-if
           move function upper-case(fla-word(1)) to fla-first-word
           move function upper-case(fla-word(2)) to fla-second-word
           move function length(function trim(fla-word(1)))
               to fla-word-len
           evaluate true
               when fla-first-word = 'FILE-CONTROL'
                   move 'C' to fla-area
               when fla-second-word = 'SECTION'
                   move 0 to fla-close-level
                   perform 4100-close-groups thru 4100-exit
                   evaluate fla-first-word
                       when 'FILE'
                           move 'F' to fla-area
                       when 'WORKING-STORAGE'
                           move 'W' to fla-area
                       when other
                           move 'L' to fla-area
                   end-evaluate
               when fla-second-word = 'DIVISION'
                   move 0 to fla-close-level
                   perform 4100-close-groups thru 4100-exit
                   move space to fla-area
                   if fla-first-word = 'PROCEDURE'
                       move 'Y' to fla-procedure-switch
                   end-if
               when fla-first-word = 'SELECT'
               and fla-in-file-control
                   perform 3200-note-select thru 3200-exit
               when (fla-first-word = 'FD' or fla-first-word = 'SD')
               and fla-in-file-section
                   move 0 to fla-close-level
                   perform 4100-close-groups thru 4100-exit
                   move function lower-case(fla-word(2))
                       to fla-current-fd
                   move 0 to fla-record-no
                   move 0 to fla-offset
               when fla-first-word = 'COPY'
               and fla-in-file-section
                   perform 3300-note-copy thru 3300-exit
               when fla-word-len <= 2
               and fla-word(1)(1:fla-word-len) is numeric
                   evaluate true
                       when fla-in-file-section
                           perform 3400-note-data-entry thru 3400-exit
                       when fla-in-working-storage
                           perform 3600-note-working-value
                               thru 3600-exit
                   end-evaluate
           end-evaluate.
       3100-exit.
           exit.

      *> select [optional] name assign to "LITERAL" maps straight to
      *> a physical file; assign to dynamic name (or a bare data
      *> name) waits for that item's value clause.
       3200-note-select.
           if fla-select-count not < fla-select-max
               go to 3200-exit
           end-if
           add 1 to fla-select-count
           move spaces to fla-select-entry(fla-select-count)
           if fla-second-word = 'OPTIONAL'
               move function lower-case(fla-word(3))
                   to fla-sel-name(fla-select-count)
           else
               move function lower-case(fla-word(2))
                   to fla-sel-name(fla-select-count)
           end-if
           move 0 to fla-assign-sub
           perform 3210-find-assign
               varying fla-word-sub from 2 by 1
               until fla-word-sub > fla-word-count
               or fla-assign-sub > 0
           if fla-assign-sub = 0
               go to 3200-exit
           end-if
           add 1 to fla-assign-sub
           if function upper-case(fla-word(fla-assign-sub)) = 'TO'
               add 1 to fla-assign-sub
           end-if
           if function upper-case(fla-word(fla-assign-sub))
                   = 'DYNAMIC'
           or function upper-case(fla-word(fla-assign-sub))
                   = 'EXTERNAL'
               add 1 to fla-assign-sub
           end-if
           move fla-word(fla-assign-sub) to fla-work-word
           if fla-work-word(1:1) = '"' or fla-work-word(1:1) = x'27'
               perform 3700-strip-quotes thru 3700-exit
               move function upper-case(fla-literal-value)
                   to fla-sel-physical(fla-select-count)
           else
               move function lower-case(fla-work-word)
                   to fla-sel-dynamic(fla-select-count)
           end-if.
       3200-exit.
           exit.

       3210-find-assign.
           if function upper-case(fla-word(fla-word-sub)) = 'ASSIGN'
               move fla-word-sub to fla-assign-sub
           end-if.

      *> copy member [replacing ==a== by ==b== ...] - the pairs are
      *> kept so the copybook's field names come out as the program
      *> knows them. a copy inside a copybook is not followed.
       3300-note-copy.
           if fla-in-copybook
               go to 3300-exit
           end-if
           move fla-word(2) to fla-work-word
           if fla-work-word(1:1) = '"' or fla-work-word(1:1) = x'27'
               perform 3700-strip-quotes thru 3700-exit
               move fla-literal-value to fla-copy-member
           else
               move spaces to fla-copy-member
               string
                   function trim(function lower-case(fla-work-word))
                   '.cpy'
                   delimited by size
                   into fla-copy-member
               end-string
           end-if
           move 0 to fla-replace-count
           move 'F' to fla-replace-side
           perform 3310-note-one-replacing
               varying fla-word-sub from 3 by 1
               until fla-word-sub > fla-word-count
           move 'Y' to fla-copy-pending-switch.
       3300-exit.
           exit.

       3310-note-one-replacing.
           move fla-word(fla-word-sub) to fla-work-word
           evaluate function upper-case(fla-work-word)
               when 'REPLACING'
               when '=='
                   continue
               when 'BY'
                   move 'T' to fla-replace-side
               when other
                   inspect fla-work-word replacing all '==' by '  '
                   move function trim(fla-work-word) to fla-work-word
                   if fla-replace-side = 'F'
                       if fla-replace-count < fla-replace-max
                           add 1 to fla-replace-count
                           move fla-work-word
                               to fla-repl-from(fla-replace-count)
                           move spaces
                               to fla-repl-to(fla-replace-count)
                       end-if
                   else
                       if fla-replace-count > 0
                           move fla-work-word
                               to fla-repl-to(fla-replace-count)
                       end-if
                       move 'F' to fla-replace-side
                   end-if
           end-evaluate.

      *> lays out one data description entry. a new 01 starts a new
      *> record at offset zero - records under one fd share the same
      *> storage - and any other level first closes the groups it
      *> is not subordinate to.
       3400-note-data-entry.
           if fla-current-fd = spaces
               go to 3400-exit
           end-if
           move function numval(fla-word(1)) to fla-entry-level
           if fla-entry-level = 66 or fla-entry-level = 88
           or fla-entry-level = 0
               go to 3400-exit
           end-if
           perform 3410-parse-entry thru 3410-exit
           if fla-entry-level = 1 or fla-entry-level = 77
               move 0 to fla-close-level
               perform 4100-close-groups thru 4100-exit
               add 1 to fla-record-no
               move 0 to fla-offset
           else
               move fla-entry-level to fla-close-level
               perform 4100-close-groups thru 4100-exit
           end-if
           if fla-field-count not < fla-field-max
               if not fla-table-overflowed
                   move 'Y' to fla-overflow-switch
                   display 'mcatfla: more than ' fla-field-max
                       ' file fields in ' function trim(mcat-module-id)
                       ' - the rest are not audited'
               end-if
               go to 3400-exit
           end-if
           move 'P' to fla-entry-view
           if fla-record-no > 1
               move 'A' to fla-entry-view
           end-if
           perform 3480-check-open-redefines
               varying fla-stack-sub from 1 by 1
               until fla-stack-sub > fla-stack-depth
           move fla-offset to fla-resume-offset
           if fla-entry-redefines not = spaces
               move 'A' to fla-entry-view
               perform 3450-find-redefined thru 3450-exit
           end-if
           add 1 to fla-field-count
           move fla-current-fd to fla-fld-fd(fla-field-count)
           move fla-record-no to fla-fld-record-no(fla-field-count)
           move fla-entry-level to fla-fld-level(fla-field-count)
           move fla-entry-name to fla-fld-name(fla-field-count)
           move fla-entry-picture to fla-fld-picture(fla-field-count)
           move fla-offset to fla-fld-offset(fla-field-count)
           move fla-entry-view to fla-fld-view(fla-field-count)
           if fla-entry-picture not = spaces
           or fla-entry-usage = 'COMP-1' or fla-entry-usage = 'COMP-2'
           or fla-entry-usage = 'INDEX' or fla-entry-usage = 'POINTER'
               perform 3500-size-picture thru 3500-exit
               move 'E' to fla-fld-kind(fla-field-count)
               compute fla-fld-length(fla-field-count)
                   = fla-entry-size * fla-entry-occurs
               add fla-fld-length(fla-field-count) to fla-offset
               if fla-entry-redefines not = spaces
               and fla-resume-offset > fla-offset
                   move fla-resume-offset to fla-offset
               end-if
           else
               move 'G' to fla-fld-kind(fla-field-count)
               move 0 to fla-fld-length(fla-field-count)
               if fla-stack-depth < fla-stack-max
                   add 1 to fla-stack-depth
                   move fla-entry-level
                       to fla-stk-level(fla-stack-depth)
                   move fla-field-count
                       to fla-stk-field(fla-stack-depth)
                   move fla-offset to fla-stk-start(fla-stack-depth)
                   move fla-entry-occurs
                       to fla-stk-occurs(fla-stack-depth)
                   move fla-resume-offset
                       to fla-stk-resume(fla-stack-depth)
                   move 'N' to fla-stk-redefines(fla-stack-depth)
                   if fla-entry-redefines not = spaces
                       move 'Y' to fla-stk-redefines(fla-stack-depth)
                   end-if
               end-if
           end-if.
       3400-exit.
           exit.

      *> the entry's name, when it has one, is the second word; the
      *> clauses follow it in any order. a value clause ends the
      *> scan - nothing after it moves the layout.
       3410-parse-entry.
           move spaces to fla-entry-name
           move spaces to fla-entry-picture
           move spaces to fla-entry-usage
           move spaces to fla-entry-redefines
           move 1 to fla-entry-occurs
           move 'N' to fla-entry-sign-separate
           move 'N' to fla-value-switch
           move 2 to fla-clause-start
           evaluate fla-second-word
               when 'PIC'
               when 'PICTURE'
               when 'REDEFINES'
               when 'OCCURS'
               when 'USAGE'
               when 'VALUE'
               when 'COMP'
               when 'COMP-3'
               when 'BINARY'
               when spaces
                   move 'filler' to fla-entry-name
               when other
                   move function lower-case(fla-word(2))
                       to fla-entry-name
                   move 3 to fla-clause-start
           end-evaluate
           perform 3420-parse-one-clause
               varying fla-word-sub from fla-clause-start by 1
               until fla-word-sub > fla-word-count
               or fla-value-seen.
       3410-exit.
           exit.

       3420-parse-one-clause.
           move function upper-case(fla-word(fla-word-sub))
               to fla-work-word
           evaluate fla-work-word
               when 'PIC'
               when 'PICTURE'
                   add 1 to fla-word-sub
                   if function upper-case(fla-word(fla-word-sub))
                           = 'IS'
                       add 1 to fla-word-sub
                   end-if
                   move function lower-case(fla-word(fla-word-sub))
                       to fla-entry-picture
               when 'REDEFINES'
                   add 1 to fla-word-sub
                   move function lower-case(fla-word(fla-word-sub))
                       to fla-entry-redefines
               when 'OCCURS'
                   add 1 to fla-word-sub
                   perform 3430-take-occurs-count thru 3430-exit
                   if function upper-case(fla-word(fla-word-sub + 1))
                           = 'TO'
                       add 2 to fla-word-sub
                       perform 3430-take-occurs-count thru 3430-exit
                   end-if
               when 'COMP'
               when 'COMPUTATIONAL'
               when 'COMP-4'
               when 'COMPUTATIONAL-4'
               when 'COMP-5'
               when 'COMPUTATIONAL-5'
               when 'BINARY'
                   move 'BINARY' to fla-entry-usage
               when 'COMP-3'
               when 'COMPUTATIONAL-3'
               when 'PACKED-DECIMAL'
                   move 'PACKED' to fla-entry-usage
               when 'COMP-1'
               when 'COMPUTATIONAL-1'
                   move 'COMP-1' to fla-entry-usage
               when 'COMP-2'
               when 'COMPUTATIONAL-2'
                   move 'COMP-2' to fla-entry-usage
               when 'INDEX'
                   move 'INDEX' to fla-entry-usage
               when 'POINTER'
                   move 'POINTER' to fla-entry-usage
               when 'SEPARATE'
                   move 'Y' to fla-entry-sign-separate
               when 'VALUE'
               when 'VALUES'
                   move 'Y' to fla-value-switch
           end-evaluate.

       3430-take-occurs-count.
           move function length(function trim(fla-word(fla-word-sub)))
               to fla-word-len
           if fla-word-len > 0 and fla-word-len < 6
           and fla-word(fla-word-sub)(1:fla-word-len) is numeric
               move function numval(fla-word(fla-word-sub))
                   to fla-entry-occurs
           end-if.
       3430-exit.
           exit.

      *> a redefining item starts where the item it redefines
      *> starts, and the layout resumes after the longer of the two.
       3450-find-redefined.
           move 'N' to fla-found-switch
           perform 3460-match-redefined
               varying fla-field-sub from fla-field-count by -1
               until fla-field-sub < 1 or fla-item-found.
       3450-exit.
           exit.

       3460-match-redefined.
           if fla-fld-fd(fla-field-sub) = fla-current-fd
           and fla-fld-record-no(fla-field-sub) = fla-record-no
           and fla-fld-name(fla-field-sub) = fla-entry-redefines
               move 'Y' to fla-found-switch
               move fla-fld-offset(fla-field-sub) to fla-offset
           end-if.

       3480-check-open-redefines.
           if fla-stk-redefines(fla-stack-sub) = 'Y'
               move 'A' to fla-entry-view
           end-if.

      *> byte size of one occurrence from the picture string and the
      *> usage: every picture symbol is a byte in display usage
      *> except s, v and p; binary takes 2, 4 or 8 bytes by digit
      *> count and packed decimal two digits a byte plus the sign.
       3500-size-picture.
           move function upper-case(fla-entry-picture)
               to fla-pic-upper
           move function length(function trim(fla-pic-upper))
               to fla-pic-len
           move 0 to fla-entry-size
           move 0 to fla-entry-digits
           move space to fla-pic-last
           if fla-entry-picture not = spaces
               perform 3510-size-one-char
                   varying fla-pic-sub from 1 by 1
                   until fla-pic-sub > fla-pic-len
           end-if
           evaluate fla-entry-usage
               when 'BINARY'
                   evaluate true
                       when fla-entry-digits < 5
                           move 2 to fla-entry-size
                       when fla-entry-digits < 10
                           move 4 to fla-entry-size
                       when other
                           move 8 to fla-entry-size
                   end-evaluate
               when 'PACKED'
                   compute fla-entry-size
                       = (fla-entry-digits / 2) + 1
               when 'COMP-1'
               when 'INDEX'
                   move 4 to fla-entry-size
               when 'COMP-2'
               when 'POINTER'
                   move 8 to fla-entry-size
               when other
                   if fla-entry-sign-separate = 'Y'
                       add 1 to fla-entry-size
                   end-if
           end-evaluate.
       3500-exit.
           exit.

       3510-size-one-char.
           move fla-pic-upper(fla-pic-sub:1) to fla-pic-char
           evaluate fla-pic-char
               when '('
                   compute fla-pic-ptr = fla-pic-sub + 1
                   move spaces to fla-pic-repeat-text
                   unstring fla-pic-upper delimited by ')'
                       into fla-pic-repeat-text
                       with pointer fla-pic-ptr
                   end-unstring
                   move function numval(fla-pic-repeat-text)
                       to fla-pic-repeat
                   if fla-pic-repeat > 0
                   and fla-pic-last not = 'S'
                   and fla-pic-last not = 'V'
                   and fla-pic-last not = 'P'
                       compute fla-entry-size
                           = fla-entry-size + fla-pic-repeat - 1
                       if fla-pic-last = '9'
                           compute fla-entry-digits
                               = fla-entry-digits + fla-pic-repeat - 1
                       end-if
                   end-if
                   compute fla-pic-sub = fla-pic-ptr - 1
               when 'S'
               when 'V'
               when 'P'
                   move fla-pic-char to fla-pic-last
               when other
                   add 1 to fla-entry-size
                   if fla-pic-char = '9'
                       add 1 to fla-entry-digits
                   end-if
                   move fla-pic-char to fla-pic-last
           end-evaluate.

      *> a working-storage item named by a dynamic assign gives that
      *> file its default physical name through its value literal.
       3600-note-working-value.
           if fla-select-count = 0 or fla-word-count < 3
               go to 3600-exit
           end-if
           move spaces to fla-work-word
           perform 3610-find-value-literal
               varying fla-word-sub from 3 by 1
               until fla-word-sub > fla-word-count
           if fla-work-word(1:1) not = '"'
           and fla-work-word(1:1) not = x'27'
               go to 3600-exit
           end-if
           perform 3700-strip-quotes thru 3700-exit
           perform 3620-resolve-one-select
               varying fla-select-sub from 1 by 1
               until fla-select-sub > fla-select-count.
       3600-exit.
           exit.

       3610-find-value-literal.
           if function upper-case(fla-word(fla-word-sub)) = 'VALUE'
               move fla-word(fla-word-sub + 1) to fla-work-word
               if function upper-case(fla-work-word) = 'IS'
                   move fla-word(fla-word-sub + 2) to fla-work-word
               end-if
           end-if.

       3620-resolve-one-select.
           if fla-sel-dynamic(fla-select-sub)
                   = function lower-case(fla-word(2))
           and fla-sel-physical(fla-select-sub) = spaces
               move function upper-case(fla-literal-value)
                   to fla-sel-physical(fla-select-sub)
           end-if.

       3700-strip-quotes.
           move spaces to fla-literal-value
           move function length(function trim(fla-work-word))
               to fla-word-len
           if fla-word-len > 2
               move fla-work-word(2:fla-word-len - 2)
                   to fla-literal-value
           end-if.
       3700-exit.
           exit.

      *> the copybook is looked for in the working directory, where
      *> the compile's -I . finds it.
       3800-expand-copybook.
           move 'N' to fla-copy-pending-switch
           move fla-copy-member to fla-copy-name
           move 'N' to fla-copy-eof-switch
           open input fla-copy-file
           if fla-copy-status not = '00'
               display 'mcatfla: copybook '
                   function trim(fla-copy-name) ' named in '
                   function trim(mcat-module-id)
                   ' not found - its fields are not audited'
               move 0 to fla-replace-count
               go to 3800-exit
           end-if
           move 'Y' to fla-expanding-switch
           perform 3810-read-copy-line thru 3810-exit
           perform 3820-scan-copy-line thru 3820-exit
               until fla-no-more-copy
           close fla-copy-file
           move 'N' to fla-expanding-switch
           move 0 to fla-replace-count.
       3800-exit.
           exit.

       3810-read-copy-line.
           read fla-copy-file
               at end move 'Y' to fla-copy-eof-switch
           end-read.
       3810-exit.
           exit.

       3820-scan-copy-line.
           if fla-copy-line(7:1) not = '*'
           and fla-copy-line(7:1) not = '/'
               move spaces to fla-copy-buffer
               move fla-copy-line(8:65) to fla-copy-buffer
               move 0 to fla-comment-pos
               inspect fla-copy-buffer tallying fla-comment-pos
                   for characters before initial '*>'
               if fla-comment-pos < 200
                   move spaces to fla-copy-buffer(fla-comment-pos + 1:)
               end-if
               move function trim(fla-copy-buffer) to fla-copy-buffer
               if fla-copy-buffer not = spaces
                   move function length(function trim(
                       fla-copy-buffer)) to fla-copy-len
                   move 1 to fla-copy-ptr
                   perform 3830-take-copy-token thru 3830-exit
                       until fla-copy-ptr > fla-copy-len
               end-if
           end-if
           perform 3810-read-copy-line thru 3810-exit.
       3820-exit.
           exit.

       3830-take-copy-token.
           move spaces to fla-copy-token
           unstring fla-copy-buffer delimited by all space
               into fla-copy-token
               with pointer fla-copy-ptr
           end-unstring
           if fla-copy-token not = spaces
               move fla-copy-token to fla-token
               perform 3000-take-token thru 3000-exit
           end-if.
       3830-exit.
           exit.

      *> open [mode file ...]... and sort ... using file giving file
      *> are the statements that tie a program to its files. after
      *> an open or sort verb each select name met takes the mode in
      *> force; any other word ends the statement, except between a
      *> sort's verb and its using phrase, where the keys sit.
       3900-watch-procedure-token.
           move function upper-case(fla-token) to fla-io-upper
           evaluate true
               when fla-io-upper = 'OPEN'
                   move 'OPEN' to fla-io-verb
                   move spaces to fla-io-mode
               when fla-io-upper = 'SORT' or fla-io-upper = 'MERGE'
                   move 'SORT' to fla-io-verb
                   move spaces to fla-io-mode
               when fla-io-verb = 'OPEN'
                   evaluate fla-io-upper
                       when 'INPUT'
                       when 'OUTPUT'
                       when 'I-O'
                       when 'EXTEND'
                           move fla-io-upper to fla-io-mode
                       when other
                           perform 3910-note-file-opened thru 3910-exit
                   end-evaluate
               when fla-io-verb = 'SORT'
                   evaluate fla-io-upper
                       when 'USING'
                           move 'INPUT' to fla-io-mode
                       when 'GIVING'
                           move 'OUTPUT' to fla-io-mode
                       when other
                           if fla-io-mode not = spaces
                               perform 3910-note-file-opened
                                   thru 3910-exit
                           end-if
                   end-evaluate
           end-evaluate.
       3900-exit.
           exit.

       3910-note-file-opened.
           move 0 to fla-select-found
           perform 3920-match-opened-select
               varying fla-select-sub from 1 by 1
               until fla-select-sub > fla-select-count
               or fla-select-found > 0
           if fla-select-found = 0 or fla-io-mode = spaces
               move spaces to fla-io-verb
               go to 3910-exit
           end-if
           move 'N' to fla-found-switch
           perform 3930-match-open-entry
               varying fla-open-sub from 1 by 1
               until fla-open-sub > fla-open-count
               or fla-item-found
           if not fla-item-found
           and fla-open-count < fla-open-max
               add 1 to fla-open-count
               move fla-select-found to fla-open-select(fla-open-count)
               move fla-io-mode to fla-open-mode(fla-open-count)
           end-if.
       3910-exit.
           exit.

       3920-match-opened-select.
           if fla-sel-name(fla-select-sub)
                   = function lower-case(fla-token)
               move fla-select-sub to fla-select-found
           end-if.

       3930-match-open-entry.
           if fla-open-select(fla-open-sub) = fla-select-found
           and fla-open-mode(fla-open-sub) = fla-io-mode
               move 'Y' to fla-found-switch
           end-if.

      *> closes every open group at or below the closing level,
      *> innermost first; a group occupies its children's span times
      *> its occurs count.
       4100-close-groups.
           perform 4110-close-one-group thru 4110-exit
               until fla-stack-depth = 0
               or fla-stk-level(fla-stack-depth) < fla-close-level.
       4100-exit.
           exit.

       4110-close-one-group.
           compute fla-group-length
               = fla-offset - fla-stk-start(fla-stack-depth)
           compute fla-fld-length(fla-stk-field(fla-stack-depth))
               = fla-group-length * fla-stk-occurs(fla-stack-depth)
           compute fla-offset = fla-stk-start(fla-stack-depth)
               + fla-fld-length(fla-stk-field(fla-stack-depth))
           if fla-stk-redefines(fla-stack-depth) = 'Y'
           and fla-stk-resume(fla-stack-depth) > fla-offset
               move fla-stk-resume(fla-stack-depth) to fla-offset
           end-if
           subtract 1 from fla-stack-depth.
       4110-exit.
           exit.

      *> an fd whose file name could not be resolved - a dynamic
      *> assign with no default value - is counted and left out;
      *> there is no physical file to compare it under.
       4500-release-module-fields.
           perform 4510-release-one-field thru 4510-exit
               varying fla-field-sub from 1 by 1
               until fla-field-sub > fla-field-count.
       4500-exit.
           exit.

       4510-release-one-field.
           move 0 to fla-select-found
           perform 4520-match-select
               varying fla-select-sub from 1 by 1
               until fla-select-sub > fla-select-count
               or fla-select-found > 0
           if fla-select-found = 0
               go to 4510-exit
           end-if
           if fla-sel-physical(fla-select-found) = spaces
               if fla-fld-level(fla-field-sub) = 1
               and fla-fld-record-no(fla-field-sub) = 1
                   add 1 to fla-unresolved-count
               end-if
               go to 4510-exit
           end-if
           move spaces to fla-sort-entry
           move fla-sel-physical(fla-select-found) to fs-file
           move mcat-module-id to fs-module-id
           move fla-fld-fd(fla-field-sub) to fs-fd-name
           move fla-field-sub to fs-seq
           move fla-fld-record-no(fla-field-sub) to fs-record-no
           move fla-fld-level(fla-field-sub) to fs-level
           move fla-fld-name(fla-field-sub) to fs-name
           move fla-fld-picture(fla-field-sub) to fs-picture
           move fla-fld-offset(fla-field-sub) to fs-offset
           move fla-fld-length(fla-field-sub) to fs-length
           move fla-fld-kind(fla-field-sub) to fs-kind
           move fla-fld-view(fla-field-sub) to fs-view
           release fla-sort-entry.
       4510-exit.
           exit.

       4520-match-select.
           if fla-sel-name(fla-select-sub) = fla-fld-fd(fla-field-sub)
               move fla-select-sub to fla-select-found
           end-if.

      *> one lineage record per physical file and mode; a file whose
      *> name is only known at run time has no lineage to file.
       4600-write-module-lineage.
           perform 4610-write-one-lineage thru 4610-exit
               varying fla-open-sub from 1 by 1
               until fla-open-sub > fla-open-count.
       4600-exit.
           exit.

       4610-write-one-lineage.
           move fla-open-select(fla-open-sub) to fla-select-sub
           if fla-sel-physical(fla-select-sub) = spaces
               go to 4610-exit
           end-if
           move spaces to lin-record
           move mcat-module-id to lin-module-id
           move fla-sel-physical(fla-select-sub) to lin-file
           move fla-open-mode(fla-open-sub) to lin-mode
           move fla-sel-name(fla-select-sub) to lin-select-name
           write lin-record
           add 1 to fla-lineage-count.
       4610-exit.
           exit.

      *> files every field and, at each change of physical file,
      *> judges the programs' views of the file just finished.
       5000-compare-layouts.
           move low-values to fla-break-file
           perform 5100-return-one-field thru 5100-exit
           perform 5200-take-one-field thru 5200-exit
               until fla-no-more-sorted
           if fla-break-file not = low-values
               perform 5500-judge-one-file thru 5500-exit
           end-if.
       5000-exit.
           exit.

       5100-return-one-field.
           return fla-sort-file
               at end move 'Y' to sorted-eof-switch
           end-return.
       5100-exit.
           exit.

       5200-take-one-field.
           move spaces to layout-record
           move fs-file to fld-file
           move fs-module-id to fld-module-id
           move fs-fd-name to fld-fd-name
           move fs-seq to fld-seq
           move fs-record-no to fld-record-no
           move fs-level to fld-level
           move fs-name to fld-name
           move fs-picture to fld-picture
           move fs-offset to fld-offset
           move fs-length to fld-length
           move fs-kind to fld-kind
           move fs-view to fld-view
           write layout-record
           if fs-file not = fla-break-file
               if fla-break-file not = low-values
                   perform 5500-judge-one-file thru 5500-exit
               end-if
               move fs-file to fla-break-file
               move low-values to fla-break-module
               move low-values to fla-break-fd
               move 0 to fla-view-count
               move 0 to fla-cmp-count
               add 1 to fla-file-count
           end-if
           if fs-module-id not = fla-break-module
           or fs-fd-name not = fla-break-fd
               move fs-module-id to fla-break-module
               move fs-fd-name to fla-break-fd
               if fla-view-count < fla-view-max
                   add 1 to fla-view-count
                   move fs-module-id to fla-view-module(fla-view-count)
                   move fs-fd-name to fla-view-fd(fla-view-count)
                   compute fla-view-first(fla-view-count)
                       = fla-cmp-count + 1
                   move 0 to fla-view-fields(fla-view-count)
                   move 0 to fla-view-rec-len(fla-view-count)
               end-if
           end-if
           if fs-record-no = 1 and fs-level = 1
               move fs-length to fla-view-rec-len(fla-view-count)
           end-if
           if fs-kind = 'E' and fs-view = 'P' and fs-record-no = 1
           and fla-cmp-count < fla-cmp-max
               add 1 to fla-cmp-count
               move fs-name to fla-cmp-name(fla-cmp-count)
               move fs-offset to fla-cmp-offset(fla-cmp-count)
               move fs-length to fla-cmp-length(fla-cmp-count)
               add 1 to fla-view-fields(fla-view-count)
           end-if
           perform 5100-return-one-field thru 5100-exit.
       5200-exit.
           exit.

      *> a file only one program declares has nothing to disagree
      *> with. otherwise the first view with a real field layout is
      *> the reference and every other view is held against it: two
      *> field layouts must agree field for field; a flat view - one
      *> field spanning the record - only has to be long enough to
      *> carry the layout; two flat views of different lengths are
      *> noted but not counted as drift.
       5500-judge-one-file.
           if fla-view-count < 2
               go to 5500-exit
           end-if
           add 1 to fla-shared-count
           move 'N' to fla-drift-switch
           move 0 to fla-ref-view
           perform 5510-find-reference-view
               varying fla-view-sub from 1 by 1
               until fla-view-sub > fla-view-count
               or fla-ref-view > 0
           if fla-ref-view = 0
               move 1 to fla-ref-view
           end-if
           move fla-view-count to fla-count-edit
           move spaces to fla-report-line
           string
               function trim(fla-break-file) ' - '
               function trim(fla-count-edit) ' views, reference '
               function trim(fla-view-module(fla-ref-view)) ' ('
               function trim(fla-view-fd(fla-ref-view)) ')'
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 5600-compare-one-view thru 5600-exit
               varying fla-view-sub from 1 by 1
               until fla-view-sub > fla-view-count
           if fla-file-drifted
               add 1 to fla-drift-count
           else
               move '  layouts agree' to fla-report-line
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       5500-exit.
           exit.

       5510-find-reference-view.
           if fla-view-fields(fla-view-sub) > 1
               move fla-view-sub to fla-ref-view
           end-if.

       5600-compare-one-view.
           if fla-view-sub = fla-ref-view
               go to 5600-exit
           end-if
           evaluate true
               when fla-view-fields(fla-ref-view) > 1
               and fla-view-fields(fla-view-sub) > 1
                   perform 5700-compare-field-layouts thru 5700-exit
               when fla-view-fields(fla-ref-view) > 1
                   move fla-view-rec-len(fla-view-sub) to fla-flat-len
                   move fla-view-rec-len(fla-ref-view)
                       to fla-layout-len
                   perform 5800-judge-flat-view thru 5800-exit
               when fla-view-fields(fla-view-sub) > 1
                   move fla-view-rec-len(fla-ref-view) to fla-flat-len
                   move fla-view-rec-len(fla-view-sub)
                       to fla-layout-len
                   perform 5800-judge-flat-view thru 5800-exit
               when fla-view-rec-len(fla-view-sub)
                       not = fla-view-rec-len(fla-ref-view)
                   add 1 to fla-note-count
                   move fla-view-rec-len(fla-view-sub)
                       to fla-length-edit
                   move fla-view-rec-len(fla-ref-view)
                       to fla-ref-length-edit
                   move spaces to fla-report-line
                   string
                       '  NOTE  '
                       function trim(fla-view-module(fla-view-sub))
                       ' (' function trim(fla-view-fd(fla-view-sub))
                       ') reads a '
                       function trim(fla-length-edit)
                       '-byte record, reference '
                       function trim(fla-ref-length-edit)
                       delimited by size
                       into fla-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
           end-evaluate.
       5600-exit.
           exit.

      *> walks both field lists in step to the first field whose
      *> offset or length differs; lists that agree as far as the
      *> shorter one goes still drift if one carries more fields.
       5700-compare-field-layouts.
           move 'N' to fla-mismatch-switch
           move fla-view-fields(fla-view-sub) to fla-cmp-limit
           if fla-view-fields(fla-ref-view) < fla-cmp-limit
               move fla-view-fields(fla-ref-view) to fla-cmp-limit
           end-if
           perform 5710-compare-one-field
               varying fla-cmp-sub from 1 by 1
               until fla-cmp-sub > fla-cmp-limit
               or fla-mismatch-found
           if fla-mismatch-found
               subtract 1 from fla-cmp-sub
               perform 5750-report-field-drift thru 5750-exit
               go to 5700-exit
           end-if
           if fla-view-fields(fla-view-sub)
                   not = fla-view-fields(fla-ref-view)
               perform 5760-report-count-drift thru 5760-exit
           end-if.
       5700-exit.
           exit.

       5710-compare-one-field.
           compute fla-cmp-view-sub
               = fla-view-first(fla-view-sub) + fla-cmp-sub - 1
           compute fla-cmp-ref-sub
               = fla-view-first(fla-ref-view) + fla-cmp-sub - 1
           if fla-cmp-offset(fla-cmp-view-sub)
                   not = fla-cmp-offset(fla-cmp-ref-sub)
           or fla-cmp-length(fla-cmp-view-sub)
                   not = fla-cmp-length(fla-cmp-ref-sub)
               move 'Y' to fla-mismatch-switch
           end-if.

       5750-report-field-drift.
           move 'Y' to fla-drift-switch
           perform 5770-report-drift-heading thru 5770-exit
           move fla-cmp-sub to fla-count-edit
           move fla-cmp-offset(fla-cmp-view-sub) to fla-offset-edit
           move fla-cmp-length(fla-cmp-view-sub) to fla-length-edit
           move fla-cmp-offset(fla-cmp-ref-sub) to fla-ref-offset-edit
           move fla-cmp-length(fla-cmp-ref-sub) to fla-ref-length-edit
           move spaces to fla-report-line
           string
               '      field ' function trim(fla-count-edit) ': '
               function trim(fla-cmp-name(fla-cmp-view-sub))
               ' offset ' function trim(fla-offset-edit)
               ' length ' function trim(fla-length-edit)
               ', reference '
               function trim(fla-cmp-name(fla-cmp-ref-sub))
               ' offset ' function trim(fla-ref-offset-edit)
               ' length ' function trim(fla-ref-length-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       5750-exit.
           exit.

       5760-report-count-drift.
           move 'Y' to fla-drift-switch
           perform 5770-report-drift-heading thru 5770-exit
           move fla-view-fields(fla-view-sub) to fla-count-edit
           move fla-view-fields(fla-ref-view) to fla-ref-length-edit
           move spaces to fla-report-line
           string
               '      declares ' function trim(fla-count-edit)
               ' fields, reference declares '
               function trim(fla-ref-length-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       5760-exit.
           exit.

       5770-report-drift-heading.
           move spaces to fla-report-line
           string
               '  DRIFT '
               function trim(fla-view-module(fla-view-sub))
               ' (' function trim(fla-view-fd(fla-view-sub)) ')'
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       5770-exit.
           exit.

       5800-judge-flat-view.
           if fla-flat-len < fla-layout-len
               move 'Y' to fla-drift-switch
               perform 5770-report-drift-heading thru 5770-exit
               move fla-flat-len to fla-length-edit
               move fla-layout-len to fla-ref-length-edit
               move spaces to fla-report-line
               string
                   '      flat record of '
                   function trim(fla-length-edit)
                   ' bytes is shorter than the '
                   function trim(fla-ref-length-edit)
                   '-byte layout'
                   delimited by size
                   into fla-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       5800-exit.
           exit.

       7000-emit-report-line.
           write layout-report-record from fla-report-line
           display function trim(fla-report-line, trailing).
       7000-exit.
           exit.

       8000-finish.
           move fla-module-count to fla-count-edit
           move spaces to fla-report-line
           string
               'modules scanned:          '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-unreadable-count to fla-count-edit
           move spaces to fla-report-line
           string
               'modules not readable:     '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-file-count to fla-count-edit
           move spaces to fla-report-line
           string
               'physical files declared:  '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-shared-count to fla-count-edit
           move spaces to fla-report-line
           string
               'files shared by programs: '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-drift-count to fla-count-edit
           move spaces to fla-report-line
           string
               'files with layout drift:  '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-note-count to fla-count-edit
           move spaces to fla-report-line
           string
               'record-length notes:      '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-lineage-count to fla-count-edit
           move spaces to fla-report-line
           string
               'lineage records filed:    '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move fla-unresolved-count to fla-count-edit
           move spaces to fla-report-line
           string
               'files named at run time:  '
               function trim(fla-count-edit)
               delimited by size
               into fla-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           close layout-file
           close layout-report-file
           close lineage-file
           if fla-drift-count > 0
               move 4 to return-code
           end-if.
       8000-exit.
           exit.
