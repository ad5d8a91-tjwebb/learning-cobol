       identification division.
       program-id. mcatpxr.
      *> version: 1.0.2
      *> desc: paragraph cross-reference - scans every module in
      *> modlist.dat and records each paragraph, every perform,
      *> perform thru, go to and sort procedure that names one, and
      *> the files each paragraph opens, reads and writes, in
      *> mcatpxr.dat. the report mcatpxr.rpt lists every module's
      *> paragraphs with their callers and file actions, flags the
      *> paragraphs nothing reaches, and closes with every file's
      *> actions by paragraph.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select modlist-file assign to "MODLIST.DAT"
               organization line sequential.
           select mcat-lib-file assign to "MCATLIB.DAT"
               organization line sequential
               file status is mcat-lib-status.
           select pxr-source-file assign to dynamic pxr-source-name
               organization line sequential
               file status is pxr-source-status.
           select pxr-copy-file assign to dynamic pxr-copy-name
               organization line sequential
               file status is pxr-copy-status.
           select pxr-file assign to "MCATPXR.DAT"
               organization line sequential
               file status is pxr-file-status.
           select pxr-report-file assign to "MCATPXR.RPT"
               organization line sequential.
           select pxr-sort-file assign to "MCATPSRT.TMP".

       data division.
       file section.
       fd  modlist-file.
           copy mcatlay.

       fd  mcat-lib-file.
       01  mcat-lib-record.
           20 lib-id                pic x(08).
           20 filler                pic x(01).
           20 lib-directory         pic x(64).

       fd  pxr-source-file.
       01  pxr-source-line          pic x(200).

       fd  pxr-copy-file.
       01  pxr-copy-line            pic x(200).

       fd  pxr-file.
           copy mcatpxl.

       fd  pxr-report-file.
       01  pxr-report-record        pic x(132).

      *> every file action of every module, brought together by
      *> physical file for the closing section of the report.
       sd  pxr-sort-file.
       01  pxr-sort-entry.
           20 pxs-file              pic x(30).
           20 pxs-verb              pic x(07).
           20 pxs-module-id         pic x(32).
           20 pxs-paragraph         pic x(30).
           20 pxs-select            pic x(30).
           20 pxs-mode              pic x(06).

       working-storage section.

       77  mcat-lib-status           pic x(02) value spaces.
       77  pxr-source-status         pic x(02) value spaces.
       77  pxr-copy-status           pic x(02) value spaces.
       77  pxr-file-status           pic x(02) value spaces.
       77  pxr-source-name           pic x(80) value spaces.
       77  pxr-copy-name             pic x(80) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  lib-eof-switch            pic x(01) value 'N'.
           88 lib-no-more             value 'Y'.
       01  source-eof-switch         pic x(01) value 'N'.
           88 source-no-more          value 'Y'.
       01  copy-eof-switch           pic x(01) value 'N'.
           88 copy-no-more            value 'Y'.
       01  pxr-eof-switch            pic x(01) value 'N'.
           88 pxr-no-more             value 'Y'.
       01  sorted-eof-switch         pic x(01) value 'N'.
           88 sorted-no-more          value 'Y'.
       01  mcat-lib-switch           pic x(01) value 'N'.
           88 mcat-lib-resolved       value 'Y'.
       01  pxr-found-switch          pic x(01) value 'N'.
           88 pxr-found               value 'Y'.
       01  pxr-change-switch         pic x(01) value 'N'.
           88 pxr-reach-changed       value 'Y'.
       01  pxr-sentence-end-switch   pic x(01) value 'N'.
           88 pxr-sentence-end        value 'Y'.
       01  pxr-sort-switch           pic x(01) value 'N'.
           88 pxr-in-sort             value 'Y'.
       01  pxr-transfer-switch       pic x(01) value 'N'.
           88 pxr-ends-in-transfer    value 'Y'.

      *> where the scan is in the member: I identification and
      *> environment, D data division, P procedure division. the
      *> section byte says which data section - F for the file
      *> section, where fd records are mapped to their files.
       01  pxr-division              pic x(01) value 'I'.
           88 pxr-in-procedure        value 'P'.
       01  pxr-section               pic x(01) value spaces.
           88 pxr-in-file-section     value 'F'.

      *> the source-library definitions from mcatlib.dat, the table
      *> the catalog run and the cross-reference builder resolve
      *> member paths from.
       01  mcat-lib-table.
           05 mcat-lib-entry occurs 20 times.
              10 mcat-lib-tab-id     pic x(08).
              10 mcat-lib-tab-dir    pic x(64).
       77  mcat-lib-count            pic 9(4) comp value 0.
       77  mcat-lib-sub              pic 9(4) comp.
       77  mcat-lib-max              pic 9(4) comp value 20.
       77  pxr-resolved-source       pic x(80) value spaces.

      *> line scanning
       77  pxr-line-no               pic 9(05) value zero.
       77  pxr-scan-buffer           pic x(200) value spaces.
       77  pxr-scan-ptr              pic 9(4) comp.
       77  pxr-scan-len              pic 9(4) comp.
       77  pxr-comment-pos           pic 9(4) comp.
       77  pxr-walk-sub              pic 9(4) comp.
       77  pxr-walk-quote            pic x(01) value space.
       77  pxr-skip-tokens           pic 9(4) comp value 0.
       77  pxr-token                 pic x(64) value spaces.
       77  pxr-token-len             pic 9(4) comp.
       77  pxr-upper                 pic x(64) value spaces.
       77  pxr-name                  pic x(30) value spaces.
       77  pxr-literal-char          pic x(01) value space.
       77  pxr-token-kind            pic x(01) value spaces.
       77  pxr-first-token           pic x(64) value spaces.
       77  pxr-second-token          pic x(64) value spaces.

      *> the words of one environment or data division sentence.
       01  pxr-word-table.
           05 pxr-word-entry occurs 60 times.
              10 pxr-word            pic x(64).
              10 pxr-word-kind       pic x(01).
       77  pxr-word-count            pic 9(4) comp value 0.
       77  pxr-word-max              pic 9(4) comp value 60.
       77  pxr-word-sub              pic 9(4) comp.
       77  pxr-work-word             pic x(64) value spaces.
       77  pxr-literal-value         pic x(64) value spaces.
       77  pxr-word-len              pic 9(4) comp.

      *> selects and sds: the name the program knows the file by,
      *> its physical name, and for a dynamic assign the data name
      *> whose value literal gives the default physical name.
       01  pxr-select-table.
           05 pxr-select-entry occurs 80 times.
              10 pxr-sel-name        pic x(30).
              10 pxr-sel-physical    pic x(30).
              10 pxr-sel-dynamic     pic x(30).
       77  pxr-select-count          pic 9(4) comp value 0.
       77  pxr-select-max            pic 9(4) comp value 80.
       77  pxr-select-sub            pic 9(4) comp.
       77  pxr-select-found          pic 9(4) comp.
       77  pxr-current-fd            pic 9(4) comp value 0.

      *> fd and sd record names, each mapped to its file.
       01  pxr-record-table.
           05 pxr-record-entry occurs 200 times.
              10 pxr-rec-name        pic x(30).
              10 pxr-rec-select      pic 9(4) comp.
       77  pxr-record-count          pic 9(4) comp value 0.
       77  pxr-record-max            pic 9(4) comp value 200.
       77  pxr-record-sub            pic 9(4) comp.

       01  pxr-replace-table.
           05 pxr-replace-entry occurs 20 times.
              10 pxr-repl-from       pic x(64).
              10 pxr-repl-to         pic x(64).
       77  pxr-replace-count         pic 9(4) comp value 0.
       77  pxr-replace-max           pic 9(4) comp value 20.
       77  pxr-replace-sub           pic 9(4) comp.
       77  pxr-replace-side          pic x(01) value 'F'.
       77  pxr-copy-buffer           pic x(200) value spaces.
       77  pxr-copy-level            pic x(10) value spaces.
       77  pxr-copy-record           pic x(64) value spaces.

      *> the paragraphs of the module in source order. a section
      *> header is held the same way, marked S, since performing a
      *> section runs every paragraph up to the next one.
       01  pxr-paragraph-table.
           05 pxr-par-entry occurs 600 times.
              10 pxr-par-name        pic x(30).
              10 pxr-par-kind        pic x(01).
              10 pxr-par-line        pic 9(05).
              10 pxr-par-reached     pic x(01).
              10 pxr-par-flow-end    pic 9(4) comp.
              10 pxr-par-transfer    pic x(01).
       77  pxr-par-count             pic 9(4) comp value 0.
       77  pxr-par-max               pic 9(4) comp value 600.
       77  pxr-par-sub               pic 9(4) comp.
       77  pxr-par-mark              pic 9(4) comp.
       77  pxr-par-found             pic 9(4) comp.
       77  pxr-current-par           pic 9(4) comp value 0.

      *> perform, go to and sort procedure references. a reference
      *> from code ahead of the first paragraph carries paragraph
      *> zero, the program entry.
       01  pxr-reference-table.
           05 pxr-ref-entry occurs 2000 times.
              10 pxr-ref-from        pic 9(4) comp.
              10 pxr-ref-kind        pic x(07).
              10 pxr-ref-start-name  pic x(30).
              10 pxr-ref-end-name    pic x(30).
              10 pxr-ref-start       pic 9(4) comp.
              10 pxr-ref-end         pic 9(4) comp.
       77  pxr-ref-count             pic 9(4) comp value 0.
       77  pxr-ref-max               pic 9(4) comp value 2000.
       77  pxr-ref-sub               pic 9(4) comp.
       77  pxr-range-end             pic 9(4) comp.

      *> file actions by paragraph, one entry per distinct action.
       01  pxr-io-table.
           05 pxr-io-entry occurs 1000 times.
              10 pxr-io-par          pic 9(4) comp.
              10 pxr-io-verb         pic x(07).
              10 pxr-io-select       pic 9(4) comp.
              10 pxr-io-mode         pic x(06).
       77  pxr-io-count              pic 9(4) comp value 0.
       77  pxr-io-max                pic 9(4) comp value 1000.
       77  pxr-io-sub                pic 9(4) comp.

      *> what the procedure scan is waiting for: the paragraph named
      *> by perform, go to or a sort procedure, the end of a thru
      *> range, the file of a read, the record of a write, or the
      *> files of an open or of a sort's using and giving.
       77  pxr-await                 pic x(06) value spaces.
       77  pxr-await-verb            pic x(07) value spaces.
       77  pxr-open-mode             pic x(06) value spaces.
       77  pxr-ref-kind-pending      pic x(07) value spaces.

      *> statement verbs. any of these, or an end- scope
      *> terminator, starts a new statement.
       01  pxr-verb-list.
           05 filler pic x(10) value 'ACCEPT'.
           05 filler pic x(10) value 'ADD'.
           05 filler pic x(10) value 'CALL'.
           05 filler pic x(10) value 'CANCEL'.
           05 filler pic x(10) value 'CLOSE'.
           05 filler pic x(10) value 'COMPUTE'.
           05 filler pic x(10) value 'CONTINUE'.
           05 filler pic x(10) value 'DELETE'.
           05 filler pic x(10) value 'DISPLAY'.
           05 filler pic x(10) value 'DIVIDE'.
           05 filler pic x(10) value 'ELSE'.
           05 filler pic x(10) value 'EVALUATE'.
           05 filler pic x(10) value 'EXIT'.
           05 filler pic x(10) value 'GO'.
           05 filler pic x(10) value 'GOBACK'.
           05 filler pic x(10) value 'IF'.
           05 filler pic x(10) value 'INITIALIZE'.
           05 filler pic x(10) value 'INSPECT'.
           05 filler pic x(10) value 'MERGE'.
           05 filler pic x(10) value 'MOVE'.
           05 filler pic x(10) value 'MULTIPLY'.
           05 filler pic x(10) value 'OPEN'.
           05 filler pic x(10) value 'PERFORM'.
           05 filler pic x(10) value 'READ'.
           05 filler pic x(10) value 'RELEASE'.
           05 filler pic x(10) value 'RETURN'.
           05 filler pic x(10) value 'REWRITE'.
           05 filler pic x(10) value 'SEARCH'.
           05 filler pic x(10) value 'SET'.
           05 filler pic x(10) value 'SORT'.
           05 filler pic x(10) value 'START'.
           05 filler pic x(10) value 'STOP'.
           05 filler pic x(10) value 'STRING'.
           05 filler pic x(10) value 'SUBTRACT'.
           05 filler pic x(10) value 'UNSTRING'.
           05 filler pic x(10) value 'WHEN'.
           05 filler pic x(10) value 'WRITE'.
       01  pxr-verb-table redefines pxr-verb-list.
           05 pxr-verb-name          pic x(10) occurs 37 times.
       77  pxr-verb-count            pic 9(4) comp value 37.
       77  pxr-verb-sub              pic 9(4) comp.
       01  pxr-verb-switch           pic x(01) value 'N'.
           88 pxr-token-is-verb       value 'Y'.

       77  pxr-report-line           pic x(132) value spaces.
       77  pxr-count-edit            pic z(4)9 value zero.
       77  pxr-line-edit             pic z(4)9 value zero.
       77  pxr-from-name             pic x(30) value spaces.
       77  pxr-break-file            pic x(30) value spaces.
       77  pxr-dead-count            pic 9(4) comp value 0.
       77  mcat-module-count         pic 9(4) comp value 0.
       77  mcat-unreadable-count     pic 9(4) comp value 0.
       77  pxr-total-paragraphs      pic 9(6) comp value 0.
       77  pxr-total-references      pic 9(6) comp value 0.
       77  pxr-total-actions         pic 9(6) comp value 0.
       77  pxr-total-dead            pic 9(6) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0150-load-libraries thru 0150-exit
           open output pxr-file
           open output pxr-report-file
           move spaces to pxr-report-line
           string
               'mcatpxr paragraph cross-reference  run date '
               mcat-run-date
               delimited by size
               into pxr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           open input modlist-file
           perform 2100-read-modlist thru 2100-exit
           perform 2000-handle-one-module thru 2000-exit
               until mcat-eof
           close modlist-file
           close pxr-file
           move spaces to pxr-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'file actions by paragraph' to pxr-report-line
           perform 7000-emit-report-line thru 7000-exit
           sort pxr-sort-file
               on ascending key pxs-file pxs-verb pxs-module-id
                   pxs-paragraph
               input procedure is 6000-release-actions thru 6000-exit
               output procedure is 6500-report-by-file thru 6500-exit
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
               display 'mcatpxr: more than ' mcat-lib-max
                   ' library definitions - extras ignored'
           end-if
           perform 0160-read-library thru 0160-exit.
       0170-exit.
           exit.

       2000-handle-one-module.
           if mcat-module-record(1:4) not = 'HDR,'
           and mcat-module-record(1:4) not = 'TRL,'
               add 1 to mcat-module-count
               perform 2030-resolve-source thru 2030-exit
               perform 2050-scan-module-source thru 2050-exit
           end-if
           perform 2100-read-modlist thru 2100-exit.
       2000-exit.
           exit.

       2030-resolve-source.
           move 'N' to mcat-lib-switch
           move mcat-module-source to pxr-resolved-source
           if function trim(mcat-module-path) = '.'
           or mcat-module-path = spaces
               move 'Y' to mcat-lib-switch
           else
               perform 2040-search-one-library
                   varying mcat-lib-sub from 1 by 1
                   until mcat-lib-sub > mcat-lib-count
                   or mcat-lib-resolved
           end-if
           if not mcat-lib-resolved
               display 'mcatpxr: unknown library id "'
                   function trim(mcat-module-path) '" for '
                   function trim(mcat-module-id)
           end-if.
       2030-exit.
           exit.

       2040-search-one-library.
           if function trim(mcat-lib-tab-id(mcat-lib-sub))
                   = function trim(mcat-module-path)
               move 'Y' to mcat-lib-switch
               move spaces to pxr-resolved-source
               string
                   function trim(mcat-lib-tab-dir(mcat-lib-sub))
                   '/' function trim(mcat-module-source)
                   delimited by size
                   into pxr-resolved-source
               end-string
           end-if.

       2050-scan-module-source.
           move pxr-resolved-source to pxr-source-name
           open input pxr-source-file
           if pxr-source-status not = '00'
               add 1 to mcat-unreadable-count
               move spaces to pxr-report-line
               string
                   'module ' function trim(mcat-module-id)
                   '  source ' function trim(pxr-source-name)
                   ' cannot be opened - not scanned'
                   delimited by size
                   into pxr-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
               go to 2050-exit
           end-if
           perform 2060-reset-module thru 2060-exit
           perform 2200-read-source-line thru 2200-exit
           perform 2300-scan-source-line thru 2300-exit
               until source-no-more
           close pxr-source-file
           perform 2070-close-paragraph thru 2070-exit
           perform 5000-finish-module thru 5000-exit.
       2050-exit.
           exit.

       2060-reset-module.
           move 'N' to source-eof-switch
           move 0 to pxr-line-no
           move 'I' to pxr-division
           move spaces to pxr-section
           move space to pxr-literal-char
           move 0 to pxr-word-count
           move 0 to pxr-select-count
           move 0 to pxr-record-count
           move 0 to pxr-current-fd
           move 0 to pxr-par-count
           move 0 to pxr-current-par
           move 0 to pxr-ref-count
           move 0 to pxr-io-count
           move spaces to pxr-await
           move 'N' to pxr-sort-switch
           move 'N' to pxr-transfer-switch.
       2060-exit.
           exit.

      *> a paragraph's last statement decides whether control can
      *> run on into the next one: a go to, stop run or goback
      *> standing last means it cannot.
       2070-close-paragraph.
           if pxr-current-par > 0
               move pxr-transfer-switch
                   to pxr-par-transfer(pxr-current-par)
           end-if.
       2070-exit.
           exit.

       2100-read-modlist.
           read modlist-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       2100-exit.
           exit.

       2200-read-source-line.
           read pxr-source-file
               at end move 'Y' to source-eof-switch
               not at end add 1 to pxr-line-no
           end-read.
       2200-exit.
           exit.

      *> only columns 8 through 72 are program text; a comment line
      *> or the comment tail of a line is dropped first. in the
      *> procedure division a line whose text starts in area a,
      *> columns 8 to 11, names a paragraph or section.
       2300-scan-source-line.
           if pxr-source-line(7:1) = '*'
           or pxr-source-line(7:1) = '/'
               perform 2200-read-source-line thru 2200-exit
               go to 2300-exit
           end-if
           move spaces to pxr-scan-buffer
           move pxr-source-line(8:65) to pxr-scan-buffer
           if pxr-scan-buffer(1:2) = '*>'
               perform 2200-read-source-line thru 2200-exit
               go to 2300-exit
           end-if
           perform 2310-find-comment-tail thru 2310-exit
           if pxr-comment-pos > 0
               move spaces to pxr-scan-buffer(pxr-comment-pos:)
           end-if
           move 0 to pxr-skip-tokens
           if pxr-in-procedure
           and pxr-literal-char = space
           and pxr-scan-buffer(1:4) not = spaces
               perform 2350-note-paragraph thru 2350-exit
           end-if
           move function trim(pxr-scan-buffer) to pxr-scan-buffer
           if pxr-scan-buffer not = spaces
               move function length(function trim(pxr-scan-buffer))
                   to pxr-scan-len
               move 1 to pxr-scan-ptr
               perform 2400-take-line-token thru 2400-exit
                   until pxr-scan-ptr > pxr-scan-len
           end-if
           perform 2200-read-source-line thru 2200-exit.
       2300-exit.
           exit.

      *> the line is walked a character at a time with the quote
      *> that opened a literal held, so a '*>' inside a literal is
      *> text and only one outside every literal starts the comment
      *> tail. pxr-comment-pos comes back as where the tail starts,
      *> or zero when the line has none. a continued literal opens
      *> again with its own quote, so each line starts outside one.
       2310-find-comment-tail.
           move 0 to pxr-comment-pos
           move space to pxr-walk-quote
           perform 2320-walk-one-char
               varying pxr-walk-sub from 1 by 1
               until pxr-walk-sub > 199
               or pxr-comment-pos > 0.
       2310-exit.
           exit.

       2320-walk-one-char.
           evaluate true
               when pxr-walk-quote not = space
                   if pxr-scan-buffer(pxr-walk-sub:1) = pxr-walk-quote
                       move space to pxr-walk-quote
                   end-if
               when pxr-scan-buffer(pxr-walk-sub:1) = quote
               or pxr-scan-buffer(pxr-walk-sub:1) = "'"
                   move pxr-scan-buffer(pxr-walk-sub:1)
                       to pxr-walk-quote
               when pxr-scan-buffer(pxr-walk-sub:2) = '*>'
                   move pxr-walk-sub to pxr-comment-pos
           end-evaluate.

       2350-note-paragraph.
           move spaces to pxr-first-token pxr-second-token
           unstring function trim(pxr-scan-buffer)
               delimited by all space
               into pxr-first-token pxr-second-token
           end-unstring
           move function length(function trim(pxr-first-token))
               to pxr-token-len
           evaluate true
               when function upper-case(pxr-second-token)
                       = 'SECTION.'
                   move 2 to pxr-skip-tokens
               when pxr-first-token(pxr-token-len:1) = '.'
                   move 1 to pxr-skip-tokens
                   subtract 1 from pxr-token-len
               when other
                   go to 2350-exit
           end-evaluate
           if pxr-token-len = 0
               move 0 to pxr-skip-tokens
               go to 2350-exit
           end-if
           move function upper-case(pxr-first-token(1:pxr-token-len))
               to pxr-upper
           if pxr-upper = 'DECLARATIVES' or pxr-upper = 'END'
               go to 2350-exit
           end-if
           perform 2070-close-paragraph thru 2070-exit
           if pxr-par-count not < pxr-par-max
               display 'mcatpxr: more than ' pxr-par-max
                   ' paragraphs in ' function trim(mcat-module-id)
                   ' - the rest are not indexed'
               go to 2350-exit
           end-if
           add 1 to pxr-par-count
           move pxr-par-count to pxr-current-par
           move function lower-case(pxr-first-token(1:pxr-token-len))
               to pxr-par-name(pxr-par-count)
           move 'P' to pxr-par-kind(pxr-par-count)
           if pxr-skip-tokens = 2
               move 'S' to pxr-par-kind(pxr-par-count)
           end-if
           move pxr-line-no to pxr-par-line(pxr-par-count)
           move 'N' to pxr-par-reached(pxr-par-count)
           move 0 to pxr-par-flow-end(pxr-par-count)
           move 'N' to pxr-par-transfer(pxr-par-count)
           move 'N' to pxr-transfer-switch
           move 'N' to pxr-sort-switch
           move spaces to pxr-await.
       2350-exit.
           exit.

      *> a quoted literal is passed over whole, so a keyword or a
      *> period inside one never steers the scan; only its first
      *> word is kept, which holds a whole file name.
       2400-take-line-token.
           move spaces to pxr-token
           unstring pxr-scan-buffer delimited by all space
               into pxr-token
               with pointer pxr-scan-ptr
           end-unstring
           if pxr-token = spaces
               go to 2400-exit
           end-if
           if pxr-skip-tokens > 0
               subtract 1 from pxr-skip-tokens
               go to 2400-exit
           end-if
           move 'N' to pxr-sentence-end-switch
           move function length(function trim(pxr-token))
               to pxr-token-len
           if pxr-literal-char not = space
               move 'C' to pxr-token-kind
               perform 2450-close-literal thru 2450-exit
               go to 2400-exit
           end-if
           move 'W' to pxr-token-kind
           if pxr-token(1:1) = '"' or pxr-token(1:1) = x'27'
               move 'L' to pxr-token-kind
               move pxr-token(1:1) to pxr-literal-char
               perform 2450-close-literal thru 2450-exit
           else
               if pxr-token(pxr-token-len:1) = '.'
                   move 'Y' to pxr-sentence-end-switch
                   move space to pxr-token(pxr-token-len:1)
                   subtract 1 from pxr-token-len
               end-if
           end-if
           if pxr-token = spaces and not pxr-sentence-end
               go to 2400-exit
           end-if
           if pxr-in-procedure
               perform 4000-watch-token thru 4000-exit
           else
               perform 3000-gather-word thru 3000-exit
           end-if.
       2400-exit.
           exit.

      *> a token closes the open literal when, less any trailing
      *> period or comma, it ends in the literal's quote - though
      *> a lone opening quote does not close itself. a period after
      *> the closing quote ends the sentence; one inside does not.
       2450-close-literal.
           move pxr-token to pxr-work-word
           move pxr-token-len to pxr-word-len
           if pxr-word-len > 1
           and (pxr-work-word(pxr-word-len:1) = '.'
               or pxr-work-word(pxr-word-len:1) = ',')
               if pxr-work-word(pxr-word-len:1) = '.'
                   move 'Y' to pxr-sentence-end-switch
               end-if
               move space to pxr-work-word(pxr-word-len:1)
               subtract 1 from pxr-word-len
           end-if
           if pxr-work-word(pxr-word-len:1) = pxr-literal-char
           and (pxr-token-kind not = 'L' or pxr-word-len > 1)
               move space to pxr-literal-char
               if pxr-token-kind = 'L'
                   move pxr-work-word to pxr-token
               end-if
           else
               move 'N' to pxr-sentence-end-switch
           end-if
           if pxr-token-kind = 'C'
           and pxr-sentence-end
               move spaces to pxr-token
               if pxr-in-procedure
                   perform 4000-watch-token thru 4000-exit
               else
                   perform 3000-gather-word thru 3000-exit
               end-if
           end-if.
       2450-exit.
           exit.

      *> environment and data division words are gathered a
      *> sentence at a time and the sentence handled whole.
       3000-gather-word.
           if pxr-token not = spaces
               if pxr-word-count < pxr-word-max
                   add 1 to pxr-word-count
                   move pxr-token to pxr-word(pxr-word-count)
                   move pxr-token-kind to pxr-word-kind(pxr-word-count)
               end-if
           end-if
           if pxr-sentence-end
               if pxr-word-count > 0
                   perform 3100-process-sentence thru 3100-exit
               end-if
               move 0 to pxr-word-count
           end-if.
       3000-exit.
           exit.

       3100-process-sentence.
           move function upper-case(pxr-word(1)) to pxr-upper
           move spaces to pxr-work-word
           if pxr-word-count > 1
               move function upper-case(pxr-word(2)) to pxr-work-word
           end-if
           evaluate true
               when pxr-work-word = 'DIVISION'
                   evaluate pxr-upper
                       when 'DATA'
                           move 'D' to pxr-division
                       when 'PROCEDURE'
                           move 'P' to pxr-division
                           move 0 to pxr-word-count
                   end-evaluate
               when pxr-work-word = 'SECTION'
                   move 0 to pxr-current-fd
                   move spaces to pxr-section
                   if pxr-upper = 'FILE'
                       move 'F' to pxr-section
                   end-if
               when pxr-upper = 'SELECT'
                   perform 3200-note-select thru 3200-exit
               when pxr-upper = 'FD' or pxr-upper = 'SD'
                   perform 3300-note-fd thru 3300-exit
               when pxr-upper = 'COPY'
                   if pxr-in-file-section and pxr-current-fd > 0
                       perform 3400-expand-fd-copybook thru 3400-exit
                   end-if
               when pxr-upper = '01' or pxr-upper = '1'
                   if pxr-in-file-section and pxr-current-fd > 0
                   and pxr-word-count > 1
                       move pxr-word(2) to pxr-copy-record
                       perform 3500-note-record thru 3500-exit
                   end-if
                   perform 3600-note-working-value thru 3600-exit
               when pxr-upper is numeric
                   perform 3600-note-working-value thru 3600-exit
           end-evaluate.
       3100-exit.
           exit.

      *> select name assign to [dynamic] "PHYSICAL" | data-name
       3200-note-select.
           if pxr-word-count < 2
           or pxr-select-count not < pxr-select-max
               go to 3200-exit
           end-if
           add 1 to pxr-select-count
           move function lower-case(pxr-word(2))
               to pxr-sel-name(pxr-select-count)
           move spaces to pxr-sel-physical(pxr-select-count)
           move spaces to pxr-sel-dynamic(pxr-select-count)
           move 'N' to pxr-found-switch
           perform 3210-find-assign-operand
               varying pxr-word-sub from 3 by 1
               until pxr-word-sub > pxr-word-count
               or pxr-found.
       3200-exit.
           exit.

       3210-find-assign-operand.
           move function upper-case(pxr-word(pxr-word-sub))
               to pxr-upper
           if pxr-upper = 'ASSIGN' or pxr-upper = 'TO'
           or pxr-upper = 'DYNAMIC' or pxr-upper = 'EXTERNAL'
           or pxr-upper = 'USING'
               continue
           else
               if pxr-word-sub > 3
                   move 'Y' to pxr-found-switch
                   move pxr-word(pxr-word-sub) to pxr-work-word
                   if pxr-word-kind(pxr-word-sub) = 'L'
                       perform 3700-strip-quotes thru 3700-exit
                       move function upper-case(pxr-literal-value)
                           to pxr-sel-physical(pxr-select-count)
                   else
                       move function lower-case(pxr-work-word)
                           to pxr-sel-dynamic(pxr-select-count)
                   end-if
               end-if
           end-if.

       3300-note-fd.
           move 0 to pxr-current-fd
           if pxr-word-count < 2
               go to 3300-exit
           end-if
           move function lower-case(pxr-word(2)) to pxr-name
           perform 3310-find-select thru 3310-exit
           move pxr-select-found to pxr-current-fd.
       3300-exit.
           exit.

       3310-find-select.
           move 0 to pxr-select-found
           perform 3320-match-select
               varying pxr-select-sub from 1 by 1
               until pxr-select-sub > pxr-select-count
               or pxr-select-found > 0.
       3310-exit.
           exit.

       3320-match-select.
           if pxr-sel-name(pxr-select-sub) = pxr-name
               move pxr-select-sub to pxr-select-found
           end-if.

      *> an fd record coming from a copybook is found by reading the
      *> copybook's 01 entries, renamed by the copy's replacing
      *> pairs as the program sees them.
       3400-expand-fd-copybook.
           if pxr-word-count < 2
               go to 3400-exit
           end-if
           move pxr-word(2) to pxr-work-word
           if pxr-word-kind(2) = 'L'
               perform 3700-strip-quotes thru 3700-exit
               move pxr-literal-value to pxr-copy-name
           else
               move spaces to pxr-copy-name
               string
                   function trim(function lower-case(pxr-work-word))
                   '.cpy'
                   delimited by size
                   into pxr-copy-name
               end-string
           end-if
           move 0 to pxr-replace-count
           move 'F' to pxr-replace-side
           perform 3410-note-one-replacing
               varying pxr-word-sub from 3 by 1
               until pxr-word-sub > pxr-word-count
           move 'N' to copy-eof-switch
           open input pxr-copy-file
           if pxr-copy-status not = '00'
               go to 3400-exit
           end-if
           perform 3420-read-copy-line thru 3420-exit
           perform 3430-scan-copy-line thru 3430-exit
               until copy-no-more
           close pxr-copy-file.
       3400-exit.
           exit.

       3410-note-one-replacing.
           move pxr-word(pxr-word-sub) to pxr-work-word
           evaluate function upper-case(pxr-work-word)
               when 'REPLACING'
               when '=='
                   continue
               when 'BY'
                   move 'T' to pxr-replace-side
               when other
                   inspect pxr-work-word replacing all '==' by '  '
                   move function lower-case(function trim(
                       pxr-work-word)) to pxr-work-word
                   if pxr-replace-side = 'F'
                       if pxr-replace-count < pxr-replace-max
                           add 1 to pxr-replace-count
                           move pxr-work-word
                               to pxr-repl-from(pxr-replace-count)
                           move spaces
                               to pxr-repl-to(pxr-replace-count)
                       end-if
                   else
                       if pxr-replace-count > 0
                           move pxr-work-word
                               to pxr-repl-to(pxr-replace-count)
                       end-if
                       move 'F' to pxr-replace-side
                   end-if
           end-evaluate.

       3420-read-copy-line.
           read pxr-copy-file
               at end move 'Y' to copy-eof-switch
           end-read.
       3420-exit.
           exit.

       3430-scan-copy-line.
           if pxr-copy-line(7:1) not = '*'
           and pxr-copy-line(7:1) not = '/'
               move spaces to pxr-copy-level pxr-copy-record
               move function trim(pxr-copy-line(8:65))
                   to pxr-copy-buffer
               unstring pxr-copy-buffer delimited by all space
                   into pxr-copy-level pxr-copy-record
               end-unstring
               if pxr-copy-level = '01'
                   move function lower-case(pxr-copy-record)
                       to pxr-copy-record
                   perform 3440-apply-replacing
                       varying pxr-replace-sub from 1 by 1
                       until pxr-replace-sub > pxr-replace-count
                   perform 3500-note-record thru 3500-exit
               end-if
           end-if
           perform 3420-read-copy-line thru 3420-exit.
       3430-exit.
           exit.

       3440-apply-replacing.
           move function length(function trim(pxr-copy-record))
               to pxr-word-len
           if pxr-copy-record(pxr-word-len:1) = '.'
               move space to pxr-copy-record(pxr-word-len:1)
           end-if
           if pxr-repl-from(pxr-replace-sub) = pxr-copy-record
               move pxr-repl-to(pxr-replace-sub) to pxr-copy-record
           end-if.

       3500-note-record.
           if pxr-record-count not < pxr-record-max
               go to 3500-exit
           end-if
           move function length(function trim(pxr-copy-record))
               to pxr-word-len
           if pxr-copy-record(pxr-word-len:1) = '.'
               move space to pxr-copy-record(pxr-word-len:1)
           end-if
           add 1 to pxr-record-count
           move function lower-case(pxr-copy-record)
               to pxr-rec-name(pxr-record-count)
           move pxr-current-fd to pxr-rec-select(pxr-record-count).
       3500-exit.
           exit.

      *> a data name that a dynamic assign names gives its file the
      *> default physical name in its value literal.
       3600-note-working-value.
           if pxr-word-count < 4
               go to 3600-exit
           end-if
           move spaces to pxr-literal-value
           perform 3610-find-value-literal
               varying pxr-word-sub from 3 by 1
               until pxr-word-sub > pxr-word-count - 1
           if pxr-literal-value = spaces
               go to 3600-exit
           end-if
           move function lower-case(pxr-word(2)) to pxr-name
           perform 3620-resolve-one-select
               varying pxr-select-sub from 1 by 1
               until pxr-select-sub > pxr-select-count.
       3600-exit.
           exit.

       3610-find-value-literal.
           if function upper-case(pxr-word(pxr-word-sub)) = 'VALUE'
           and pxr-word-kind(pxr-word-sub + 1) = 'L'
               move pxr-word(pxr-word-sub + 1) to pxr-work-word
               perform 3700-strip-quotes thru 3700-exit
           end-if.

       3620-resolve-one-select.
           if pxr-sel-dynamic(pxr-select-sub) = pxr-name
           and pxr-sel-physical(pxr-select-sub) = spaces
               move function upper-case(pxr-literal-value)
                   to pxr-sel-physical(pxr-select-sub)
           end-if.

       3700-strip-quotes.
           move spaces to pxr-literal-value
           move function length(function trim(pxr-work-word))
               to pxr-word-len
           if pxr-word-len > 2
               move pxr-work-word(2:pxr-word-len - 2)
                   to pxr-literal-value
           end-if.
       3700-exit.
           exit.

      *> the procedure division is read a token at a time. a token
      *> the scan was waiting for is taken first; any other token is
      *> checked for a statement verb.
       4000-watch-token.
           move function upper-case(pxr-token) to pxr-upper
           move function lower-case(pxr-token) to pxr-name
           if pxr-token-kind = 'L'
               move spaces to pxr-await
               perform 4090-check-sentence-end thru 4090-exit
               go to 4000-exit
           end-if
           if pxr-token = spaces
               perform 4090-check-sentence-end thru 4090-exit
               go to 4000-exit
           end-if
           perform 4050-check-verb thru 4050-exit
           if pxr-await not = spaces
               perform 4100-take-awaited-token thru 4100-exit
               if pxr-await = 'TAKEN'
                   move spaces to pxr-await
                   perform 4090-check-sentence-end thru 4090-exit
                   go to 4000-exit
               end-if
               if pxr-await(1:1) = '+'
                   move pxr-await(2:5) to pxr-await
                   perform 4090-check-sentence-end thru 4090-exit
                   go to 4000-exit
               end-if
               move spaces to pxr-await
           end-if
           if pxr-in-sort and not pxr-token-is-verb
               perform 4300-watch-sort-token thru 4300-exit
               perform 4090-check-sentence-end thru 4090-exit
               go to 4000-exit
           end-if
           if pxr-token-is-verb
               perform 4200-start-statement thru 4200-exit
           end-if
           perform 4090-check-sentence-end thru 4090-exit.
       4000-exit.
           exit.

      *> a full stop ends whatever the scan was waiting for.
       4090-check-sentence-end.
           if pxr-sentence-end
               move spaces to pxr-await
               move 'N' to pxr-sort-switch
           end-if.
       4090-exit.
           exit.

       4050-check-verb.
           move 'N' to pxr-verb-switch
           if pxr-upper(1:4) = 'END-'
               move 'Y' to pxr-verb-switch
               go to 4050-exit
           end-if
           perform 4060-match-verb
               varying pxr-verb-sub from 1 by 1
               until pxr-verb-sub > pxr-verb-count
               or pxr-token-is-verb.
       4050-exit.
           exit.

       4060-match-verb.
           if pxr-verb-name(pxr-verb-sub) = pxr-upper
               move 'Y' to pxr-verb-switch
           end-if.

      *> sets pxr-await to TAKEN when the token was the one waited
      *> for and nothing more is expected, or to + and the next
      *> state when it was and more may follow. otherwise the token
      *> is left for ordinary handling.
       4100-take-awaited-token.
           evaluate pxr-await
               when 'PERF'
                   if pxr-upper = 'UNTIL' or pxr-upper = 'VARYING'
                   or pxr-upper = 'WITH' or pxr-upper = 'TEST'
                   or pxr-token-is-verb
                       go to 4100-exit
                   end-if
                   move 'PERFORM' to pxr-ref-kind-pending
                   perform 4400-add-reference thru 4400-exit
                   move '+PTHRU' to pxr-await
               when 'PTHRU'
                   if pxr-upper = 'THRU' or pxr-upper = 'THROUGH'
                       move '+PEND' to pxr-await
                   end-if
               when 'PEND'
                   perform 4410-add-range-end thru 4410-exit
                   move 'TAKEN' to pxr-await
               when 'GO'
                   if pxr-upper = 'TO'
                       move '+GO' to pxr-await
                   else
                       move 'GOTO' to pxr-ref-kind-pending
                       perform 4400-add-reference thru 4400-exit
                       move 'Y' to pxr-transfer-switch
                       move 'TAKEN' to pxr-await
                   end-if
               when 'SPROC'
                   if pxr-upper = 'IS'
                       move '+SPROC' to pxr-await
                   else
                       move 'SORT' to pxr-ref-kind-pending
                       perform 4400-add-reference thru 4400-exit
                       move '+STHRU' to pxr-await
                   end-if
               when 'STHRU'
                   if pxr-upper = 'THRU' or pxr-upper = 'THROUGH'
                       move '+SEND' to pxr-await
                   end-if
               when 'SEND'
                   perform 4410-add-range-end thru 4410-exit
                   move 'TAKEN' to pxr-await
               when 'EXIT'
                   if pxr-upper = 'PROGRAM'
                       move 'Y' to pxr-transfer-switch
                       move 'TAKEN' to pxr-await
                   end-if
               when 'FILE'
                   perform 3310-find-select thru 3310-exit
                   if pxr-select-found > 0
                       move spaces to pxr-open-mode
                       perform 4500-add-file-action thru 4500-exit
                       move 'TAKEN' to pxr-await
                   end-if
               when 'REC'
                   perform 4150-find-record thru 4150-exit
                   if pxr-select-found > 0
                       move spaces to pxr-open-mode
                       perform 4500-add-file-action thru 4500-exit
                   end-if
                   move 'TAKEN' to pxr-await
               when 'OPEN'
                   if pxr-upper = 'INPUT' or pxr-upper = 'OUTPUT'
                   or pxr-upper = 'I-O' or pxr-upper = 'EXTEND'
                       move pxr-upper to pxr-open-mode
                       move '+OPEN' to pxr-await
                   else
                       perform 3310-find-select thru 3310-exit
                       if pxr-select-found > 0
                           perform 4500-add-file-action thru 4500-exit
                           move '+OPEN' to pxr-await
                       end-if
                   end-if
               when 'SFILE'
                   perform 3310-find-select thru 3310-exit
                   if pxr-select-found > 0
                       move spaces to pxr-open-mode
                       perform 4500-add-file-action thru 4500-exit
                       move '+SFILE' to pxr-await
                   end-if
           end-evaluate.
       4100-exit.
           exit.

       4150-find-record.
           move 0 to pxr-select-found
           perform 4160-match-record
               varying pxr-record-sub from 1 by 1
               until pxr-record-sub > pxr-record-count
               or pxr-select-found > 0.
       4150-exit.
           exit.

       4160-match-record.
           if pxr-rec-name(pxr-record-sub) = pxr-name
               move pxr-rec-select(pxr-record-sub) to pxr-select-found
           end-if.

      *> any statement verb leaves the paragraph able to run on
      *> into the next unless it is one that transfers control.
       4200-start-statement.
           move 'N' to pxr-transfer-switch
           move 'N' to pxr-sort-switch
           evaluate pxr-upper
               when 'PERFORM'
                   move 'PERF' to pxr-await
               when 'GO'
                   move 'GO' to pxr-await
               when 'STOP'
               when 'GOBACK'
                   move 'Y' to pxr-transfer-switch
               when 'EXIT'
                   move 'EXIT' to pxr-await
               when 'SORT'
               when 'MERGE'
                   move 'Y' to pxr-sort-switch
               when 'OPEN'
                   move spaces to pxr-open-mode
                   move 'OPEN' to pxr-await-verb
                   move 'OPEN' to pxr-await
               when 'READ'
               when 'DELETE'
               when 'START'
               when 'RETURN'
                   move pxr-upper to pxr-await-verb
                   move 'FILE' to pxr-await
               when 'WRITE'
               when 'REWRITE'
               when 'RELEASE'
                   move pxr-upper to pxr-await-verb
                   move 'REC' to pxr-await
           end-evaluate.
       4200-exit.
           exit.

      *> inside a sort or merge: the input and output procedures
      *> are references, the using files are read and the giving
      *> files written.
       4300-watch-sort-token.
           evaluate pxr-upper
               when 'PROCEDURE'
                   move 'SPROC' to pxr-await
               when 'USING'
                   move 'USING' to pxr-await-verb
                   move 'SFILE' to pxr-await
               when 'GIVING'
                   move 'GIVING' to pxr-await-verb
                   move 'SFILE' to pxr-await
           end-evaluate.
       4300-exit.
           exit.

       4400-add-reference.
           if pxr-ref-count not < pxr-ref-max
               go to 4400-exit
           end-if
           add 1 to pxr-ref-count
           move pxr-current-par to pxr-ref-from(pxr-ref-count)
           move pxr-ref-kind-pending to pxr-ref-kind(pxr-ref-count)
           move pxr-name to pxr-ref-start-name(pxr-ref-count)
           move spaces to pxr-ref-end-name(pxr-ref-count)
           move 0 to pxr-ref-start(pxr-ref-count)
           move 0 to pxr-ref-end(pxr-ref-count).
       4400-exit.
           exit.

       4410-add-range-end.
           if pxr-ref-count > 0
               move pxr-name to pxr-ref-end-name(pxr-ref-count)
           end-if.
       4410-exit.
           exit.

       4500-add-file-action.
           move 'N' to pxr-found-switch
           perform 4510-match-file-action
               varying pxr-io-sub from 1 by 1
               until pxr-io-sub > pxr-io-count
               or pxr-found
           if pxr-found or pxr-io-count not < pxr-io-max
               go to 4500-exit
           end-if
           add 1 to pxr-io-count
           move pxr-current-par to pxr-io-par(pxr-io-count)
           move pxr-await-verb to pxr-io-verb(pxr-io-count)
           move pxr-select-found to pxr-io-select(pxr-io-count)
           move pxr-open-mode to pxr-io-mode(pxr-io-count).
       4500-exit.
           exit.

       4510-match-file-action.
           if pxr-io-par(pxr-io-sub) = pxr-current-par
           and pxr-io-verb(pxr-io-sub) = pxr-await-verb
           and pxr-io-select(pxr-io-sub) = pxr-select-found
           and pxr-io-mode(pxr-io-sub) = pxr-open-mode
               move 'Y' to pxr-found-switch
           end-if.

      *> with the whole member read, references are tied to the
      *> paragraphs they name and reachability is worked out from
      *> the first paragraph before anything is written.
       5000-finish-module.
           perform 5100-resolve-one-reference
               varying pxr-ref-sub from 1 by 1
               until pxr-ref-sub > pxr-ref-count
           perform 5200-mark-reachable thru 5200-exit
           perform 5500-write-module thru 5500-exit
           perform 5600-report-module thru 5600-exit.
       5000-exit.
           exit.

       5100-resolve-one-reference.
           move pxr-ref-start-name(pxr-ref-sub) to pxr-name
           perform 5110-find-paragraph thru 5110-exit
           move pxr-par-found to pxr-ref-start(pxr-ref-sub)
           if pxr-ref-end-name(pxr-ref-sub) not = spaces
               move pxr-ref-end-name(pxr-ref-sub) to pxr-name
               perform 5110-find-paragraph thru 5110-exit
               move pxr-par-found to pxr-ref-end(pxr-ref-sub)
           end-if.

       5110-find-paragraph.
           move 0 to pxr-par-found
           perform 5120-match-paragraph
               varying pxr-par-sub from 1 by 1
               until pxr-par-sub > pxr-par-count
               or pxr-par-found > 0.
       5110-exit.
           exit.

       5120-match-paragraph.
           if pxr-par-name(pxr-par-sub) = pxr-name
               move pxr-par-sub to pxr-par-found
           end-if.

      *> the first paragraph is where the program starts, and its
      *> flow runs on from paragraph to paragraph to the end of the
      *> member, stopping at one that ends in a transfer. a perform
      *> starts a flow at its paragraph that runs no further than
      *> the end of its thru range or section, so a paragraph inside
      *> a range that a go to jumps over stays unreached. a go to
      *> target carries on the flow of the paragraph the go to is
      *> in. each paragraph keeps the furthest point any flow
      *> through it can run to; only references from reached code
      *> count, so a dead paragraph's performs keep nothing alive.
      *> the marking repeats until a pass changes nothing.
       5200-mark-reachable.
           if pxr-par-count = 0
               go to 5200-exit
           end-if
           move 'Y' to pxr-par-reached(1)
           move pxr-par-count to pxr-par-flow-end(1)
           move 'Y' to pxr-change-switch
           perform 5210-mark-one-pass thru 5210-exit
               until not pxr-reach-changed.
       5200-exit.
           exit.

       5210-mark-one-pass.
           move 'N' to pxr-change-switch
           perform 5220-flow-on
               varying pxr-par-sub from 1 by 1
               until pxr-par-sub not < pxr-par-count
           perform 5230-follow-one-reference thru 5230-exit
               varying pxr-ref-sub from 1 by 1
               until pxr-ref-sub > pxr-ref-count.
       5210-exit.
           exit.

       5220-flow-on.
           if pxr-par-flow-end(pxr-par-sub) > pxr-par-sub
           and pxr-par-transfer(pxr-par-sub) not = 'Y'
               move pxr-par-sub to pxr-par-mark
               add 1 to pxr-par-mark
               move pxr-par-flow-end(pxr-par-sub) to pxr-range-end
               perform 5250-mark-one-paragraph thru 5250-exit
           end-if.

       5230-follow-one-reference.
           if pxr-ref-start(pxr-ref-sub) = 0
               go to 5230-exit
           end-if
           if pxr-ref-from(pxr-ref-sub) > 0
               if pxr-par-reached(pxr-ref-from(pxr-ref-sub)) not = 'Y'
                   go to 5230-exit
               end-if
           end-if
           move pxr-ref-start(pxr-ref-sub) to pxr-par-mark
           if pxr-ref-kind(pxr-ref-sub) = 'GOTO'
               move pxr-par-count to pxr-range-end
               if pxr-ref-from(pxr-ref-sub) > 0
                   move pxr-par-flow-end(pxr-ref-from(pxr-ref-sub))
                       to pxr-range-end
               end-if
               if pxr-range-end < pxr-par-mark
                   move pxr-par-mark to pxr-range-end
               end-if
               perform 5250-mark-one-paragraph thru 5250-exit
               go to 5230-exit
           end-if
           move pxr-par-mark to pxr-range-end
           if pxr-ref-end(pxr-ref-sub) > pxr-par-mark
               move pxr-ref-end(pxr-ref-sub) to pxr-range-end
           end-if
           if pxr-par-kind(pxr-par-mark) = 'S'
           and pxr-ref-end(pxr-ref-sub) = 0
               perform 5240-find-section-end thru 5240-exit
           end-if
           perform 5250-mark-one-paragraph thru 5250-exit.
       5230-exit.
           exit.

       5240-find-section-end.
           move pxr-par-count to pxr-range-end
           perform 5245-check-section-start
               varying pxr-par-sub from pxr-par-mark by 1
               until pxr-par-sub not < pxr-range-end.
       5240-exit.
           exit.

       5245-check-section-start.
           if pxr-par-kind(pxr-par-sub + 1) = 'S'
           and pxr-par-sub < pxr-range-end
               move pxr-par-sub to pxr-range-end
           end-if.

      *> marks pxr-par-mark reached with a flow running as far as
      *> pxr-range-end, unless it already has one running as far.
       5250-mark-one-paragraph.
           if pxr-par-reached(pxr-par-mark) not = 'Y'
               move 'Y' to pxr-par-reached(pxr-par-mark)
               move 'Y' to pxr-change-switch
           end-if
           if pxr-par-flow-end(pxr-par-mark) < pxr-range-end
               move pxr-range-end to pxr-par-flow-end(pxr-par-mark)
               move 'Y' to pxr-change-switch
           end-if.
       5250-exit.
           exit.

       5500-write-module.
           perform 5510-write-paragraph
               varying pxr-par-sub from 1 by 1
               until pxr-par-sub > pxr-par-count
           perform 5520-write-reference
               varying pxr-ref-sub from 1 by 1
               until pxr-ref-sub > pxr-ref-count
           perform 5530-write-file-action
               varying pxr-io-sub from 1 by 1
               until pxr-io-sub > pxr-io-count.
       5500-exit.
           exit.

       5510-write-paragraph.
           move spaces to pxr-record
           move mcat-module-id to pxr-module-id
           move 'P' to pxr-type
           move pxr-par-name(pxr-par-sub) to pxr-paragraph
           if pxr-par-kind(pxr-par-sub) = 'S'
               move 'SECTION' to pxr-verb
           end-if
           move pxr-par-line(pxr-par-sub) to pxr-line
           move pxr-par-reached(pxr-par-sub) to pxr-reached
           write pxr-record
           add 1 to pxr-total-paragraphs.

      *> a reference to a name that is not a paragraph of the
      *> module - an inline perform's first word, say - is dropped.
       5520-write-reference.
           if pxr-ref-start(pxr-ref-sub) > 0
               move spaces to pxr-record
               move mcat-module-id to pxr-module-id
               move 'R' to pxr-type
               move '(entry)' to pxr-paragraph
               if pxr-ref-from(pxr-ref-sub) > 0
                   move pxr-par-name(pxr-ref-from(pxr-ref-sub))
                       to pxr-paragraph
               end-if
               move pxr-ref-kind(pxr-ref-sub) to pxr-verb
               move pxr-ref-start-name(pxr-ref-sub) to pxr-target
               if pxr-ref-end(pxr-ref-sub) > 0
                   move pxr-ref-end-name(pxr-ref-sub) to pxr-thru
               end-if
               move zero to pxr-line
               move 'Y' to pxr-reached
               if pxr-ref-from(pxr-ref-sub) > 0
                   move pxr-par-reached(pxr-ref-from(pxr-ref-sub))
                       to pxr-reached
               end-if
               write pxr-record
               add 1 to pxr-total-references
           end-if.

       5530-write-file-action.
           move spaces to pxr-record
           move mcat-module-id to pxr-module-id
           move 'F' to pxr-type
           move '(entry)' to pxr-paragraph
           if pxr-io-par(pxr-io-sub) > 0
               move pxr-par-name(pxr-io-par(pxr-io-sub))
                   to pxr-paragraph
           end-if
           move pxr-io-verb(pxr-io-sub) to pxr-verb
           move pxr-sel-name(pxr-io-select(pxr-io-sub)) to pxr-target
           move pxr-sel-physical(pxr-io-select(pxr-io-sub))
               to pxr-thru
           if pxr-thru = spaces
               move '(named at run time)' to pxr-thru
           end-if
           move pxr-io-mode(pxr-io-sub) to pxr-mode
           move zero to pxr-line
           move 'Y' to pxr-reached
           if pxr-io-par(pxr-io-sub) > 0
               move pxr-par-reached(pxr-io-par(pxr-io-sub))
                   to pxr-reached
           end-if
           write pxr-record
           add 1 to pxr-total-actions.

       5600-report-module.
           move 0 to pxr-dead-count
           move spaces to pxr-report-line
           perform 7000-emit-report-line thru 7000-exit
           move pxr-par-count to pxr-count-edit
           string
               'module ' function trim(mcat-module-id)
               '  source ' function trim(pxr-source-name)
               '  paragraphs ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 5610-report-one-paragraph thru 5610-exit
               varying pxr-par-sub from 1 by 1
               until pxr-par-sub > pxr-par-count
           move pxr-dead-count to pxr-count-edit
           move spaces to pxr-report-line
           string
               '  unreachable paragraphs in '
               function trim(mcat-module-id) ': '
               function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           add pxr-dead-count to pxr-total-dead.
       5600-exit.
           exit.

       5610-report-one-paragraph.
           move pxr-par-line(pxr-par-sub) to pxr-line-edit
           move spaces to pxr-report-line
           string
               '  ' pxr-par-name(pxr-par-sub) ' line '
               pxr-line-edit
               delimited by size
               into pxr-report-line
           end-string
           if pxr-par-kind(pxr-par-sub) = 'S'
               move 'section' to pxr-report-line(46:7)
           end-if
           if pxr-par-reached(pxr-par-sub) not = 'Y'
               move 'UNREACHABLE' to pxr-report-line(54:11)
               add 1 to pxr-dead-count
           end-if
           perform 7000-emit-report-line thru 7000-exit
           perform 5620-report-one-caller thru 5620-exit
               varying pxr-ref-sub from 1 by 1
               until pxr-ref-sub > pxr-ref-count
           perform 5630-report-one-action
               varying pxr-io-sub from 1 by 1
               until pxr-io-sub > pxr-io-count.
       5610-exit.
           exit.

       5620-report-one-caller.
           if pxr-ref-start(pxr-ref-sub) not = pxr-par-sub
               go to 5620-exit
           end-if
           move '(entry)' to pxr-from-name
           if pxr-ref-from(pxr-ref-sub) > 0
               move pxr-par-name(pxr-ref-from(pxr-ref-sub))
                   to pxr-from-name
           end-if
           move spaces to pxr-report-line
           evaluate true
               when pxr-ref-kind(pxr-ref-sub) = 'GOTO'
                   string
                       '      go to from             '
                       function trim(pxr-from-name)
                       delimited by size
                       into pxr-report-line
                   end-string
               when pxr-ref-kind(pxr-ref-sub) = 'SORT'
                   string
                       '      sort procedure from    '
                       function trim(pxr-from-name)
                       delimited by size
                       into pxr-report-line
                   end-string
               when pxr-ref-end(pxr-ref-sub) > 0
                   string
                       '      performed thru from    '
                       function trim(pxr-from-name)
                       ' (thru '
                       function trim(pxr-ref-end-name(pxr-ref-sub))
                       ')'
                       delimited by size
                       into pxr-report-line
                   end-string
               when other
                   string
                       '      performed from         '
                       function trim(pxr-from-name)
                       delimited by size
                       into pxr-report-line
                   end-string
           end-evaluate
           perform 7000-emit-report-line thru 7000-exit.
       5620-exit.
           exit.

       5630-report-one-action.
           if pxr-io-par(pxr-io-sub) = pxr-par-sub
               move spaces to pxr-report-line
               string
                   '      ' pxr-io-verb(pxr-io-sub) ' '
                   pxr-io-mode(pxr-io-sub) ' '
                   pxr-sel-name(pxr-io-select(pxr-io-sub))
                   delimited by size
                   into pxr-report-line
               end-string
               if pxr-sel-physical(pxr-io-select(pxr-io-sub))
                       = spaces
                   move '(named at run time)'
                       to pxr-report-line(52:30)
               else
                   move pxr-sel-physical(pxr-io-select(pxr-io-sub))
                       to pxr-report-line(52:30)
               end-if
               perform 7000-emit-report-line thru 7000-exit
           end-if.

      *> the closing section: every file action brought together by
      *> physical file, so "what writes this file" is one lookup.
       6000-release-actions.
           move 'N' to pxr-eof-switch
           open input pxr-file
           if pxr-file-status not = '00'
               go to 6000-exit
           end-if
           perform 6100-read-pxr thru 6100-exit
           perform 6200-release-one-action thru 6200-exit
               until pxr-no-more
           close pxr-file.
       6000-exit.
           exit.

       6100-read-pxr.
           read pxr-file
               at end move 'Y' to pxr-eof-switch
           end-read.
       6100-exit.
           exit.

       6200-release-one-action.
           if pxr-type = 'F'
               move spaces to pxr-sort-entry
               move pxr-thru to pxs-file
               move pxr-verb to pxs-verb
               move pxr-module-id to pxs-module-id
               move pxr-paragraph to pxs-paragraph
               move pxr-target to pxs-select
               move pxr-mode to pxs-mode
               release pxr-sort-entry
           end-if
           perform 6100-read-pxr thru 6100-exit.
       6200-exit.
           exit.

       6500-report-by-file.
           move spaces to pxr-break-file
           perform 6600-return-one-action thru 6600-exit
           perform 6700-report-one-action thru 6700-exit
               until sorted-no-more.
       6500-exit.
           exit.

       6600-return-one-action.
           return pxr-sort-file
               at end move 'Y' to sorted-eof-switch
           end-return.
       6600-exit.
           exit.

       6700-report-one-action.
           if pxs-file not = pxr-break-file
               move pxs-file to pxr-break-file
               move spaces to pxr-report-line
               string
                   '  ' function trim(pxs-file)
                   delimited by size
                   into pxr-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           move spaces to pxr-report-line
           string
               '      ' pxs-verb ' ' pxs-mode ' '
               pxs-module-id(1:12) ' ' pxs-paragraph ' ('
               function trim(pxs-select) ')'
               delimited by size
               into pxr-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 6600-return-one-action thru 6600-exit.
       6700-exit.
           exit.

       7000-emit-report-line.
           write pxr-report-record from pxr-report-line.
       7000-exit.
           exit.

       8000-finish.
           move spaces to pxr-report-line
           perform 7000-emit-report-line thru 7000-exit
           move mcat-module-count to pxr-count-edit
           move spaces to pxr-report-line
           string
               'modules scanned:        ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move mcat-unreadable-count to pxr-count-edit
           move spaces to pxr-report-line
           string
               'modules not readable:   ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move pxr-total-paragraphs to pxr-count-edit
           move spaces to pxr-report-line
           string
               'paragraphs indexed:     ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move pxr-total-references to pxr-count-edit
           move spaces to pxr-report-line
           string
               'procedure references:   ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move pxr-total-actions to pxr-count-edit
           move spaces to pxr-report-line
           string
               'file actions:           ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move pxr-total-dead to pxr-count-edit
           move spaces to pxr-report-line
           string
               'unreachable paragraphs: ' function trim(pxr-count-edit)
               delimited by size
               into pxr-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close pxr-report-file.
       8000-exit.
           exit.

      *> the totals go to the console as well as the report; the
      *> paragraph detail is too long for the job log.
       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcatpxr: ' function trim(pxr-report-line).
       8100-exit.
           exit.
