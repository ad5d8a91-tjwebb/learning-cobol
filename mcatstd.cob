       identification division.
       program-id. mcatstd.
      *> version: 1.0.2
      *> desc: coding-standards scan - checks every module in
      *> modlist.dat, resolved through mcatlib.dat, against the
      *> rules in mcatstdr.dat: required header remarks, line length
      *> and tabs, paragraph/exit pairing, stop run against goback,
      *> and dataset names coded outside a select. each breach goes
      *> to mcatstdv.dat, and mcatstd.rpt lists them module by module
      *> under the owning department from mcatown.
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
           select std-rule-file assign to "MCATSTDR.DAT"
               organization line sequential
               file status is std-rule-status.
           select std-source-file assign to dynamic std-source-name
               organization line sequential
               file status is std-source-status.
           select std-violation-file assign to "MCATSTDV.DAT"
               organization line sequential
               file status is std-violation-status.
           select mcat-owner-file assign to "MCATOWN.DAT"
               organization indexed
               access mode random
               record key own-module-id
               file status is mcat-owner-status.
           select std-report-file assign to "MCATSTD.RPT"
               organization line sequential.
           select std-sort-file assign to "MCATVSRT.TMP".

       data division.
       file section.
       fd  modlist-file.
           copy mcatlay.

       fd  mcat-lib-file.
       01  mcat-lib-record.
           20 lib-id                pic x(08).
           20 filler                pic x(01).
           20 lib-directory         pic x(64).

       fd  std-rule-file.
       01  std-rule-record.
           20 rul-code              pic x(08).
           20 filler                pic x(01).
           20 rul-value             pic x(20).
           20 filler                pic x(01).
           20 rul-severity          pic x(01).
           20 filler                pic x(01).
           20 rul-text              pic x(40).

       fd  std-source-file.
       01  std-source-line          pic x(256).

       fd  std-violation-file.
           copy mcatsvl.

       fd  mcat-owner-file.
       01  mcat-owner-record.
           20 own-module-id         pic x(32).
           20 own-department        pic x(10).
           20 own-contact           pic x(20).
           20 own-criticality       pic x(01).

       fd  std-report-file.
       01  std-report-record        pic x(132).

      *> each module comes through the sort once as a heading entry
      *> (kind M, carrying its counts) ahead of its breaches (kind
      *> V), so a clean module still shows under its department.
       sd  std-sort-file.
       01  std-sort-entry.
           20 sts-department        pic x(10).
           20 sts-module-id         pic x(32).
           20 sts-kind              pic x(01).
           20 sts-line              pic 9(05).
           20 sts-rule              pic x(08).
           20 sts-severity          pic x(01).
           20 sts-text              pic x(60).
           20 sts-errors            pic 9(05).
           20 sts-warnings          pic 9(05).

       working-storage section.

       77  mcat-lib-status           pic x(02) value spaces.
       77  std-rule-status           pic x(02) value spaces.
       77  std-source-status         pic x(02) value spaces.
       77  std-violation-status      pic x(02) value spaces.
       77  mcat-owner-status         pic x(02) value spaces.
       77  std-source-name           pic x(80) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  lib-eof-switch            pic x(01) value 'N'.
           88 lib-no-more             value 'Y'.
       01  rule-eof-switch           pic x(01) value 'N'.
           88 rule-no-more            value 'Y'.
       01  source-eof-switch         pic x(01) value 'N'.
           88 source-no-more          value 'Y'.
       01  violation-eof-switch      pic x(01) value 'N'.
           88 violation-no-more       value 'Y'.
       01  sorted-eof-switch         pic x(01) value 'N'.
           88 sorted-no-more          value 'Y'.
       01  mcat-lib-switch           pic x(01) value 'N'.
           88 mcat-lib-resolved       value 'Y'.
       01  std-owner-open-switch     pic x(01) value 'N'.
           88 std-owner-on-file       value 'Y'.
       01  std-procedure-switch      pic x(01) value 'N'.
           88 std-in-procedure        value 'Y'.
       01  std-select-switch         pic x(01) value 'N'.
           88 std-in-select           value 'Y'.
       01  std-sentence-end-switch   pic x(01) value 'N'.
           88 std-sentence-end        value 'Y'.

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
       77  std-resolved-source       pic x(80) value spaces.

      *> the rules in force. header rules are checked off as their
      *> remark is found in the member; the other kinds are looked
      *> up by code as the lines are read.
       01  std-rule-table.
           05 std-rule-entry occurs 40 times.
              10 std-tab-code        pic x(08).
              10 std-tab-value       pic x(20).
              10 std-tab-value-len   pic 9(4) comp.
              10 std-tab-severity    pic x(01).
              10 std-tab-text        pic x(40).
              10 std-tab-found       pic x(01).
       77  std-rule-count            pic 9(4) comp value 0.
       77  std-rule-max              pic 9(4) comp value 40.
       77  std-rule-sub              pic 9(4) comp.
       77  std-maxcol-rule           pic 9(4) comp value 0.
       77  std-notabs-rule           pic 9(4) comp value 0.
       77  std-exitpair-rule         pic 9(4) comp value 0.
       77  std-endverb-rule          pic 9(4) comp value 0.
       77  std-max-column            pic 9(4) comp value 72.
       77  std-rejected-rules        pic 9(4) comp value 0.

      *> every module scanned, with its breach counts for the
      *> heading entry.
       01  std-module-table.
           05 std-module-entry occurs 500 times.
              10 std-mod-id          pic x(32).
              10 std-mod-errors      pic 9(05).
              10 std-mod-warnings    pic 9(05).
       77  std-module-count          pic 9(4) comp value 0.
       77  std-module-max            pic 9(4) comp value 500.
       77  std-module-sub            pic 9(4) comp.

      *> line scanning
       77  std-line-no               pic 9(05) value zero.
       77  std-line-len              pic 9(4) comp.
       77  std-tab-count             pic 9(4) comp.
       77  std-marker-count          pic 9(4) comp.
       77  std-upper-line            pic x(256) value spaces.
       77  std-scan-buffer           pic x(80) value spaces.
       77  std-scan-ptr              pic 9(4) comp.
       77  std-scan-len              pic 9(4) comp.
       77  std-comment-pos           pic 9(4) comp.
       77  std-walk-sub              pic 9(4) comp.
       77  std-walk-quote            pic x(01) value space.
       77  std-token                 pic x(64) value spaces.
       77  std-token-len             pic 9(4) comp.
       77  std-upper                 pic x(64) value spaces.
       77  std-literal-char          pic x(01) value space.
       77  std-literal-text          pic x(64) value spaces.
       77  std-literal-len           pic 9(4) comp.
       77  std-literal-opening       pic x(01) value 'N'.
       77  std-first-token           pic x(64) value spaces.
       77  std-second-token          pic x(64) value spaces.
       77  std-paragraph             pic x(30) value spaces.
       77  std-prior-paragraph       pic x(30) value spaces.
       77  std-prefix                pic x(30) value spaces.
       77  std-prior-prefix          pic x(30) value spaces.
       77  std-expected-exit         pic x(30) value spaces.
       77  std-perform-state         pic x(01) value space.
       77  std-perform-target        pic x(30) value spaces.
       77  std-stop-pending          pic x(01) value 'N'.

       77  std-violation-text        pic x(60) value spaces.
       77  std-violation-rule        pic 9(4) comp value 0.
       77  std-report-line           pic x(132) value spaces.
       77  std-break-dept            pic x(10) value low-values.
       77  std-column-edit           pic z(3)9 value zero.
       77  std-count-edit            pic z(4)9 value zero.
       77  std-error-edit            pic z(4)9 value zero.
       77  std-warning-edit          pic z(4)9 value zero.
       77  std-dept-modules          pic 9(4) comp value 0.
       77  std-dept-violations       pic 9(5) comp value 0.
       77  mcat-unreadable-count     pic 9(4) comp value 0.
       77  std-clean-count           pic 9(4) comp value 0.
       77  std-total-errors          pic 9(6) comp value 0.
       77  std-total-warnings        pic 9(6) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0100-load-rules thru 0100-exit
           if std-rule-count = 0
               display 'mcatstd: no rules in MCATSTDR.DAT - '
                   'nothing to check against'
               move 8 to return-code
               stop run
           end-if
           perform 0150-load-libraries thru 0150-exit
           open output std-violation-file
           open input modlist-file
           perform 2100-read-modlist thru 2100-exit
           perform 2000-handle-one-module thru 2000-exit
               until mcat-eof
           close modlist-file
           close std-violation-file
           open input mcat-owner-file
           if mcat-owner-status = '00'
               move 'Y' to std-owner-open-switch
           end-if
           open output std-report-file
           move spaces to std-report-line
           string
               'mcatstd coding-standards scan  run date '
               mcat-run-date
               delimited by size
               into std-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           sort std-sort-file
               on ascending key sts-department sts-module-id
                   sts-kind sts-line sts-rule
               input procedure is 5000-release-entries thru 5000-exit
               output procedure is 6000-report-by-department
                   thru 6000-exit
           perform 8000-finish thru 8000-exit
           if std-owner-on-file
               close mcat-owner-file
           end-if
           stop run.

      *> '*' lines in the rule file are comments. a rule code the
      *> scan does not know is reported and left out rather than
      *> silently matching nothing.
       0100-load-rules.
           open input std-rule-file
           if std-rule-status not = '00'
               go to 0100-exit
           end-if
           perform 0110-read-rule thru 0110-exit
           perform 0120-store-one-rule thru 0120-exit
               until rule-no-more
           close std-rule-file.
       0100-exit.
           exit.

       0110-read-rule.
           read std-rule-file
               at end move 'Y' to rule-eof-switch
           end-read.
       0110-exit.
           exit.

       0120-store-one-rule.
           if std-rule-record(1:1) = '*' or std-rule-record = spaces
               perform 0110-read-rule thru 0110-exit
               go to 0120-exit
           end-if
           evaluate rul-code
               when 'HEADER'
               when 'MAXCOL'
               when 'NOTABS'
               when 'EXITPAIR'
               when 'ENDVERB'
               when 'DSNEXT'
                   continue
               when other
                   add 1 to std-rejected-rules
                   display 'mcatstd: unknown rule code "'
                       function trim(rul-code) '" ignored'
                   perform 0110-read-rule thru 0110-exit
                   go to 0120-exit
           end-evaluate
           if std-rule-count not < std-rule-max
               display 'mcatstd: more than ' std-rule-max
                   ' rules - extras ignored'
               perform 0110-read-rule thru 0110-exit
               go to 0120-exit
           end-if
           add 1 to std-rule-count
           move rul-code to std-tab-code(std-rule-count)
           move rul-value to std-tab-value(std-rule-count)
           move zero to std-tab-value-len(std-rule-count)
           if rul-value not = spaces
               move function length(function trim(rul-value))
                   to std-tab-value-len(std-rule-count)
           end-if
           move rul-severity to std-tab-severity(std-rule-count)
           move rul-text to std-tab-text(std-rule-count)
           evaluate rul-code
               when 'MAXCOL'
                   move std-rule-count to std-maxcol-rule
                   if function numval(rul-value) > 0
                       move function numval(rul-value)
                           to std-max-column
                   end-if
               when 'NOTABS'
                   move std-rule-count to std-notabs-rule
               when 'EXITPAIR'
                   move std-rule-count to std-exitpair-rule
               when 'ENDVERB'
                   move std-rule-count to std-endverb-rule
                   move function upper-case(rul-value)
                       to std-tab-value(std-rule-count)
               when 'DSNEXT'
                   move function upper-case(rul-value)
                       to std-tab-value(std-rule-count)
           end-evaluate
           perform 0110-read-rule thru 0110-exit.
       0120-exit.
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
               display 'mcatstd: more than ' mcat-lib-max
                   ' library definitions - extras ignored'
           end-if
           perform 0160-read-library thru 0160-exit.
       0170-exit.
           exit.

       2000-handle-one-module.
           if mcat-module-record(1:4) not = 'HDR,'
           and mcat-module-record(1:4) not = 'TRL,'
               perform 2030-resolve-source thru 2030-exit
               perform 2050-scan-module-source thru 2050-exit
           end-if
           perform 2100-read-modlist thru 2100-exit.
       2000-exit.
           exit.

       2030-resolve-source.
           move 'N' to mcat-lib-switch
           move mcat-module-source to std-resolved-source
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
               display 'mcatstd: unknown library id "'
                   function trim(mcat-module-path) '" for '
                   function trim(mcat-module-id)
           end-if.
       2030-exit.
           exit.

       2040-search-one-library.
           if function trim(mcat-lib-tab-id(mcat-lib-sub))
                   = function trim(mcat-module-path)
               move 'Y' to mcat-lib-switch
               move spaces to std-resolved-source
               string
                   function trim(mcat-lib-tab-dir(mcat-lib-sub))
                   '/' function trim(mcat-module-source)
                   delimited by size
                   into std-resolved-source
               end-string
           end-if.

       2050-scan-module-source.
           move std-resolved-source to std-source-name
           open input std-source-file
           if std-source-status not = '00'
               add 1 to mcat-unreadable-count
               display 'mcatstd: ' function trim(mcat-module-id)
                   ' source ' function trim(std-source-name)
                   ' cannot be opened - not scanned'
               go to 2050-exit
           end-if
           if std-module-count not < std-module-max
               display 'mcatstd: more than ' std-module-max
                   ' modules - the rest are not scanned'
               close std-source-file
               go to 2050-exit
           end-if
           add 1 to std-module-count
           move mcat-module-id to std-mod-id(std-module-count)
           move zero to std-mod-errors(std-module-count)
           move zero to std-mod-warnings(std-module-count)
           perform 2060-reset-member thru 2060-exit
           perform 2200-read-source-line thru 2200-exit
           perform 2300-check-source-line thru 2300-exit
               until source-no-more
           close std-source-file
           perform 2900-check-header-rules
               varying std-rule-sub from 1 by 1
               until std-rule-sub > std-rule-count.
       2050-exit.
           exit.

       2060-reset-member.
           move 'N' to source-eof-switch
           move zero to std-line-no
           move 'N' to std-procedure-switch
           move 'N' to std-select-switch
           move space to std-literal-char
           move space to std-perform-state
           move 'N' to std-stop-pending
           move spaces to std-prior-paragraph
           move spaces to std-prior-prefix
           perform 2070-clear-header-found
               varying std-rule-sub from 1 by 1
               until std-rule-sub > std-rule-count.
       2060-exit.
           exit.

       2070-clear-header-found.
           move 'N' to std-tab-found(std-rule-sub).

       2100-read-modlist.
           read modlist-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       2100-exit.
           exit.

       2200-read-source-line.
           read std-source-file
               at end move 'Y' to source-eof-switch
               not at end add 1 to std-line-no
           end-read.
       2200-exit.
           exit.

      *> length and tabs are checked on the physical line, comment
      *> or not. header remarks are looked for ahead of the
      *> procedure division. the token checks read columns 8 to 72
      *> of code lines only, less any comment tail.
       2300-check-source-line.
           move zero to std-line-len
           if std-source-line not = spaces
               move function length(
                   function trim(std-source-line, trailing))
                   to std-line-len
           end-if
           if std-maxcol-rule > 0
           and std-line-len > std-max-column
               move std-line-len to std-column-edit
               move spaces to std-violation-text
               string
                   function trim(std-tab-text(std-maxcol-rule))
                   ' (to column ' function trim(std-column-edit) ')'
                   delimited by size
                   into std-violation-text
               end-string
               move std-maxcol-rule to std-violation-rule
               perform 4000-write-violation thru 4000-exit
           end-if
           move zero to std-tab-count
           inspect std-source-line tallying std-tab-count
               for all x'09'
           if std-notabs-rule > 0 and std-tab-count > 0
               move std-tab-text(std-notabs-rule) to std-violation-text
               move std-notabs-rule to std-violation-rule
               perform 4000-write-violation thru 4000-exit
           end-if
           if not std-in-procedure
               move function upper-case(std-source-line)
                   to std-upper-line
               perform 2310-look-for-header
                   varying std-rule-sub from 1 by 1
                   until std-rule-sub > std-rule-count
           end-if
           if std-source-line(7:1) = '*'
           or std-source-line(7:1) = '/'
               perform 2200-read-source-line thru 2200-exit
               go to 2300-exit
           end-if
           if std-source-line(7:1) not = '-'
               move space to std-literal-char
           end-if
           move spaces to std-scan-buffer
           move std-source-line(8:65) to std-scan-buffer
           if std-scan-buffer(1:2) = '*>'
               perform 2200-read-source-line thru 2200-exit
               go to 2300-exit
           end-if
           perform 2320-find-comment-tail thru 2320-exit
           if std-comment-pos > 0
               move spaces to std-scan-buffer(std-comment-pos:)
           end-if
           if std-in-procedure
           and std-literal-char = space
           and std-scan-buffer(1:4) not = spaces
               perform 2400-check-paragraph thru 2400-exit
           end-if
           move function trim(std-scan-buffer) to std-scan-buffer
           if std-scan-buffer not = spaces
               move function length(function trim(std-scan-buffer))
                   to std-scan-len
               move 1 to std-scan-ptr
               perform 2500-take-line-token thru 2500-exit
                   until std-scan-ptr > std-scan-len
           end-if
           perform 2200-read-source-line thru 2200-exit.
       2300-exit.
           exit.

       2310-look-for-header.
           if std-tab-code(std-rule-sub) = 'HEADER'
           and std-tab-found(std-rule-sub) not = 'Y'
           and std-tab-value-len(std-rule-sub) > 0
               move zero to std-marker-count
               inspect std-upper-line tallying std-marker-count
                   for all function upper-case(std-tab-value(
                       std-rule-sub)(1:std-tab-value-len(std-rule-sub)))
               if std-marker-count > 0
                   move 'Y' to std-tab-found(std-rule-sub)
               end-if
           end-if.

      *> the line is walked a character at a time with the quote
      *> that opened a literal held, so a '*>' inside a literal is
      *> text and only one outside every literal starts the comment
      *> tail. std-comment-pos comes back as where the tail starts,
      *> or zero when the line has none. a continued literal opens
      *> again with its own quote, so each line starts outside one.
       2320-find-comment-tail.
           move 0 to std-comment-pos
           move space to std-walk-quote
           perform 2330-walk-one-char
               varying std-walk-sub from 1 by 1
               until std-walk-sub > 79
               or std-comment-pos > 0.
       2320-exit.
           exit.

       2330-walk-one-char.
           evaluate true
               when std-walk-quote not = space
                   if std-scan-buffer(std-walk-sub:1) = std-walk-quote
                       move space to std-walk-quote
                   end-if
               when std-scan-buffer(std-walk-sub:1) = quote
               or std-scan-buffer(std-walk-sub:1) = "'"
                   move std-scan-buffer(std-walk-sub:1)
                       to std-walk-quote
               when std-scan-buffer(std-walk-sub:2) = '*>'
                   move std-walk-sub to std-comment-pos
           end-evaluate.

      *> an exit paragraph must follow the paragraph whose number it
      *> carries; anything else means a thru range runs further, or
      *> stops shorter, than its names say.
       2400-check-paragraph.
           move spaces to std-first-token std-second-token
           unstring std-scan-buffer delimited by all space
               into std-first-token std-second-token
           end-unstring
           if function upper-case(std-second-token) = 'SECTION.'
               move spaces to std-prior-paragraph
               move spaces to std-prior-prefix
               go to 2400-exit
           end-if
           move function length(function trim(std-first-token))
               to std-token-len
           if std-token-len < 2
           or std-first-token(std-token-len:1) not = '.'
               go to 2400-exit
           end-if
           move function lower-case(
               std-first-token(1:std-token-len - 1)) to std-paragraph
           move spaces to std-prefix
           unstring std-paragraph delimited by '-'
               into std-prefix
           end-unstring
           if std-exitpair-rule > 0
           and std-token-len > 5
               if std-paragraph(std-token-len - 5:5) = '-exit'
               and std-prefix not = std-prior-prefix
                   move spaces to std-violation-text
                   string
                       function trim(std-paragraph) ' follows '
                       function trim(std-prior-paragraph)
                       delimited by size
                       into std-violation-text
                   end-string
                   if std-prior-paragraph = spaces
                       move spaces to std-violation-text
                       string
                           function trim(std-paragraph)
                           ' opens the procedure division'
                           delimited by size
                           into std-violation-text
                       end-string
                   end-if
                   move std-exitpair-rule to std-violation-rule
                   perform 4000-write-violation thru 4000-exit
               end-if
           end-if
           move std-paragraph to std-prior-paragraph
           move std-prefix to std-prior-prefix.
       2400-exit.
           exit.

      *> a literal is followed across tokens so the words inside it
      *> are never read as verbs; one that is a single word is
      *> checked as a possible dataset name. only a continuation
      *> line carries a literal over from the line before.
       2500-take-line-token.
           move spaces to std-token
           unstring std-scan-buffer delimited by all space
               into std-token
               with pointer std-scan-ptr
           end-unstring
           if std-token = spaces
               go to 2500-exit
           end-if
           move function length(function trim(std-token))
               to std-token-len
           move 'N' to std-sentence-end-switch
           if std-literal-char not = space
               move 'N' to std-literal-opening
               perform 2550-close-literal thru 2550-exit
               perform 2590-check-sentence-end thru 2590-exit
               go to 2500-exit
           end-if
           if std-token(1:1) = '"' or std-token(1:1) = x'27'
               move std-token(1:1) to std-literal-char
               move 'Y' to std-literal-opening
               perform 2550-close-literal thru 2550-exit
               if std-literal-char = space
                   perform 2600-check-literal thru 2600-exit
               end-if
               perform 2590-check-sentence-end thru 2590-exit
               go to 2500-exit
           end-if
           if std-token(std-token-len:1) = '.'
               move 'Y' to std-sentence-end-switch
               if std-token-len > 1
                   move space to std-token(std-token-len:1)
                   subtract 1 from std-token-len
               end-if
           end-if
           move function upper-case(std-token) to std-upper
           perform 2700-check-word thru 2700-exit
           perform 2590-check-sentence-end thru 2590-exit.
       2500-exit.
           exit.

      *> a full stop outside a literal ends the select or perform
      *> the scan was following.
       2590-check-sentence-end.
           if std-sentence-end and std-literal-char = space
               move 'N' to std-select-switch
               move space to std-perform-state
           end-if.
       2590-exit.
           exit.

       2550-close-literal.
           move std-token to std-literal-text
           move std-token-len to std-literal-len
           if std-literal-len > 1
           and (std-literal-text(std-literal-len:1) = '.'
               or std-literal-text(std-literal-len:1) = ','
               or std-literal-text(std-literal-len:1) = ')')
               if std-literal-text(std-literal-len:1) = '.'
                   move 'Y' to std-sentence-end-switch
               end-if
               move space to std-literal-text(std-literal-len:1)
               subtract 1 from std-literal-len
           end-if
           if std-literal-text(std-literal-len:1) = std-literal-char
           and (std-literal-len > 1 or std-literal-opening = 'N')
               move space to std-literal-char
           end-if.
       2550-exit.
           exit.

       2600-check-literal.
           if std-in-select or std-literal-len < 3
               go to 2600-exit
           end-if
           move function upper-case(
               std-literal-text(2:std-literal-len - 2))
               to std-literal-text
           subtract 2 from std-literal-len
           perform 2610-match-dataset-ext
               varying std-rule-sub from 1 by 1
               until std-rule-sub > std-rule-count.
       2600-exit.
           exit.

       2610-match-dataset-ext.
           if std-tab-code(std-rule-sub) = 'DSNEXT'
           and std-tab-value-len(std-rule-sub) > 0
           and std-literal-len > std-tab-value-len(std-rule-sub)
               if std-literal-text(std-literal-len
                       - std-tab-value-len(std-rule-sub) + 1:
                       std-tab-value-len(std-rule-sub))
                   = std-tab-value(std-rule-sub)(1:
                       std-tab-value-len(std-rule-sub))
                   move spaces to std-violation-text
                   string
                       function trim(std-tab-text(std-rule-sub))
                       ' (' std-literal-text(1:std-literal-len) ')'
                       delimited by size
                       into std-violation-text
                   end-string
                   move std-rule-sub to std-violation-rule
                   perform 4000-write-violation thru 4000-exit
               end-if
           end-if.

      *> a perform naming a thru range must end it at its own exit
      *> paragraph; the program must end with the verb the rules
      *> name - STOP RUN or GOBACK.
       2700-check-word.
           evaluate true
               when std-upper = 'SELECT'
                   move 'Y' to std-select-switch
               when not std-in-procedure
                   if std-upper = 'DIVISION'
                   and function upper-case(std-scan-buffer(1:9))
                       = 'PROCEDURE'
                       move 'Y' to std-procedure-switch
                   end-if
               when other
                   perform 2750-check-procedure-word thru 2750-exit
           end-evaluate.
       2700-exit.
           exit.

       2750-check-procedure-word.
           if std-endverb-rule > 0
               if std-stop-pending = 'Y' and std-upper = 'RUN'
               and std-tab-value(std-endverb-rule) = 'GOBACK'
                   move std-tab-text(std-endverb-rule)
                       to std-violation-text
                   move std-endverb-rule to std-violation-rule
                   perform 4000-write-violation thru 4000-exit
               end-if
               move 'N' to std-stop-pending
               if std-upper = 'STOP'
                   move 'Y' to std-stop-pending
               end-if
               if std-upper = 'GOBACK'
               and std-tab-value(std-endverb-rule) = 'STOP RUN'
                   move std-tab-text(std-endverb-rule)
                       to std-violation-text
                   move std-endverb-rule to std-violation-rule
                   perform 4000-write-violation thru 4000-exit
               end-if
           end-if
           evaluate std-perform-state
               when 'P'
                   move function lower-case(std-token)
                       to std-perform-target
                   move 'N' to std-perform-state
               when 'N'
                   move space to std-perform-state
                   if std-upper = 'THRU' or std-upper = 'THROUGH'
                       move 'T' to std-perform-state
                   end-if
               when 'T'
                   move space to std-perform-state
                   perform 2800-check-thru-pairing thru 2800-exit
           end-evaluate
           if std-upper = 'PERFORM'
               move 'P' to std-perform-state
           end-if.
       2750-exit.
           exit.

       2800-check-thru-pairing.
           if std-exitpair-rule = 0
               go to 2800-exit
           end-if
           move spaces to std-prefix
           unstring std-perform-target delimited by '-'
               into std-prefix
           end-unstring
           move spaces to std-expected-exit
           string function trim(std-prefix) '-exit'
               delimited by size
               into std-expected-exit
           end-string
           if function lower-case(std-token) not = std-expected-exit
               move spaces to std-violation-text
               string
                   'perform ' function trim(std-perform-target)
                   ' thru ' function trim(function lower-case(
                   std-token))
                   delimited by size
                   into std-violation-text
               end-string
               move std-exitpair-rule to std-violation-rule
               perform 4000-write-violation thru 4000-exit
           end-if.
       2800-exit.
           exit.

      *> a header remark found nowhere ahead of the procedure
      *> division is a breach of the member as a whole, line zero.
       2900-check-header-rules.
           if std-tab-code(std-rule-sub) = 'HEADER'
           and std-tab-found(std-rule-sub) not = 'Y'
               move zero to std-line-no
               move std-tab-text(std-rule-sub) to std-violation-text
               move std-rule-sub to std-violation-rule
               perform 4000-write-violation thru 4000-exit
           end-if.

       4000-write-violation.
           move spaces to std-violation-record
           move mcat-module-id to std-module-id
           move std-line-no to std-line
           move std-tab-code(std-violation-rule) to std-rule
           move std-tab-severity(std-violation-rule) to std-severity
           move std-violation-text to std-text
           write std-violation-record
           if std-severity = 'E'
               add 1 to std-mod-errors(std-module-count)
               add 1 to std-total-errors
           else
               add 1 to std-mod-warnings(std-module-count)
               add 1 to std-total-warnings
           end-if.
       4000-exit.
           exit.

      *> every module goes into the sort under its department, then
      *> every breach from the violation file.
       5000-release-entries.
           perform 5100-release-one-module
               varying std-module-sub from 1 by 1
               until std-module-sub > std-module-count
           move 'N' to violation-eof-switch
           open input std-violation-file
           perform 5200-read-violation thru 5200-exit
           perform 5300-release-one-violation thru 5300-exit
               until violation-no-more
           close std-violation-file.
       5000-exit.
           exit.

       5100-release-one-module.
           move spaces to std-sort-entry
           move std-mod-id(std-module-sub) to sts-module-id
           perform 5400-find-owner thru 5400-exit
           move 'M' to sts-kind
           move zero to sts-line
           move std-mod-errors(std-module-sub) to sts-errors
           move std-mod-warnings(std-module-sub) to sts-warnings
           release std-sort-entry.

       5200-read-violation.
           read std-violation-file
               at end move 'Y' to violation-eof-switch
           end-read.
       5200-exit.
           exit.

       5300-release-one-violation.
           move spaces to std-sort-entry
           move std-module-id to sts-module-id
           perform 5400-find-owner thru 5400-exit
           move 'V' to sts-kind
           move std-line to sts-line
           move std-rule to sts-rule
           move std-severity to sts-severity
           move std-text to sts-text
           move zero to sts-errors
           move zero to sts-warnings
           release std-sort-entry
           perform 5200-read-violation thru 5200-exit.
       5300-exit.
           exit.

      *> a module with no ownership record groups under '(unowned)',
      *> as it does on the exception report.
       5400-find-owner.
           move '(unowned)' to sts-department
           if std-owner-on-file
               move sts-module-id to own-module-id
               read mcat-owner-file
                   invalid key
                       continue
                   not invalid key
                       move own-department to sts-department
               end-read
           end-if.
       5400-exit.
           exit.

       6000-report-by-department.
           move low-values to std-break-dept
           perform 6100-return-one-entry thru 6100-exit
           perform 6200-report-one-entry thru 6200-exit
               until sorted-no-more
           if std-break-dept not = low-values
               perform 6400-department-total thru 6400-exit
           end-if.
       6000-exit.
           exit.

       6100-return-one-entry.
           return std-sort-file
               at end move 'Y' to sorted-eof-switch
           end-return.
       6100-exit.
           exit.

       6200-report-one-entry.
           if sts-department not = std-break-dept
               if std-break-dept not = low-values
                   perform 6400-department-total thru 6400-exit
               end-if
               move sts-department to std-break-dept
               move zero to std-dept-modules
               move zero to std-dept-violations
               move spaces to std-report-line
               perform 7000-emit-report-line thru 7000-exit
               string
                   'owning department: ' function trim(sts-department)
                   delimited by size
                   into std-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           if sts-kind = 'M'
               perform 6300-report-module-heading thru 6300-exit
           else
               move sts-line to std-count-edit
               move spaces to std-report-line
               string
                   '      line ' std-count-edit '  ' sts-rule ' '
                   sts-severity '  ' sts-text
                   delimited by size
                   into std-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if
           perform 6100-return-one-entry thru 6100-exit.
       6200-exit.
           exit.

       6300-report-module-heading.
           add 1 to std-dept-modules
           add sts-errors to std-dept-violations
           add sts-warnings to std-dept-violations
           move spaces to std-report-line
           if sts-errors = 0 and sts-warnings = 0
               add 1 to std-clean-count
               string
                   '  ' sts-module-id ' clean'
                   delimited by size
                   into std-report-line
               end-string
           else
               move sts-errors to std-error-edit
               move sts-warnings to std-warning-edit
               string
                   '  ' sts-module-id ' errors ' std-error-edit
                   '  warnings ' std-warning-edit
                   delimited by size
                   into std-report-line
               end-string
           end-if
           perform 7000-emit-report-line thru 7000-exit.
       6300-exit.
           exit.

       6400-department-total.
           move std-dept-modules to std-error-edit
           move std-dept-violations to std-warning-edit
           move spaces to std-report-line
           string
               '  department ' function trim(std-break-dept)
               ': modules ' function trim(std-error-edit)
               ', violations ' function trim(std-warning-edit)
               delimited by size
               into std-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.
       6400-exit.
           exit.

       7000-emit-report-line.
           write std-report-record from std-report-line.
       7000-exit.
           exit.

       8000-finish.
           move spaces to std-report-line
           perform 7000-emit-report-line thru 7000-exit
           move std-module-count to std-count-edit
           string
               'modules scanned:      ' function trim(std-count-edit)
               delimited by size
               into std-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move std-clean-count to std-count-edit
           move spaces to std-report-line
           string
               'modules clean:        ' function trim(std-count-edit)
               delimited by size
               into std-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move mcat-unreadable-count to std-count-edit
           move spaces to std-report-line
           string
               'modules not readable: ' function trim(std-count-edit)
               delimited by size
               into std-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move std-total-errors to std-count-edit
           move spaces to std-report-line
           string
               'errors:               ' function trim(std-count-edit)
               delimited by size
               into std-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move std-total-warnings to std-count-edit
           move spaces to std-report-line
           string
               'warnings:             ' function trim(std-count-edit)
               delimited by size
               into std-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close std-report-file
           if std-total-errors > 0 or mcat-unreadable-count > 0
               move 4 to return-code
           end-if.
       8000-exit.
           exit.

       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcatstd: ' function trim(std-report-line).
       8100-exit.
           exit.
