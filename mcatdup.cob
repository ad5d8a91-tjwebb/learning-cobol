       identification division.
       program-id. mcatdup.
      *> version: 1.0.1
      *> desc: clone detection - normalizes the source of every
      *> module in modlist.dat, resolved through mcatlib.dat, folds
      *> each line and each run of block-size lines into a print,
      *> and matches the block prints across members. mcatdup.rpt
      *> lists each pair whose shared content reaches the threshold
      *> with both percentages and the matching line ranges, the
      *> groups those pairs form - the modules a fix in one of them
      *> has to reach - and the modules whose modlist.dat
      *> descriptions are identical. "mcatdup [threshold] [block]",
      *> defaults 50 percent and 5 lines.
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
           select dup-source-file assign to dynamic dup-source-name
               organization line sequential
               file status is dup-source-status.
           select dup-match-file assign to "MCATDUPM.WRK"
               organization line sequential.
           select dup-block-sort assign to "MCATBSRT.TMP".
           select dup-pair-sort assign to "MCATCSRT.TMP".
           select dup-report-file assign to "MCATDUP.RPT"
               organization line sequential.

       data division.
       file section.
       fd  modlist-file.
           copy mcatlay.

       fd  mcat-lib-file.
       01  mcat-lib-record.
           20 lib-id                pic x(08).
           20 filler                pic x(01).
           20 lib-directory         pic x(64).

       fd  dup-source-file.
       01  dup-source-line          pic x(256).

      *> one record per block two different modules share: the
      *> modules by their place in the module table, the block's
      *> starting line in each (counted in normalized lines), and
      *> the diagonal - how far apart the two starts are - which is
      *> the same all along one copied stretch.
       fd  dup-match-file.
       01  dup-match-record.
           20 dmr-module-a          pic 9(04).
           20 dmr-module-b          pic 9(04).
           20 dmr-diagonal          pic 9(06).
           20 dmr-pos-a             pic 9(05).
           20 dmr-pos-b             pic 9(05).

       sd  dup-block-sort.
       01  dup-block-entry.
           20 dbk-hash              pic 9(09).
           20 dbk-module            pic 9(04).
           20 dbk-pos               pic 9(05).

       sd  dup-pair-sort.
       01  dup-pair-entry.
           20 dps-module-a          pic 9(04).
           20 dps-module-b          pic 9(04).
           20 dps-diagonal          pic 9(06).
           20 dps-pos-a             pic 9(05).
           20 dps-pos-b             pic 9(05).

       fd  dup-report-file.
       01  dup-report-record        pic x(132).

       working-storage section.

       77  mcat-lib-status           pic x(02) value spaces.
       77  dup-source-status         pic x(02) value spaces.
       77  dup-source-name           pic x(80) value spaces.
       77  mcat-run-date             pic x(08) value spaces.

       01  mcat-eof-switch           pic x(01) value 'N'.
           88 mcat-eof                value 'Y'.
       01  lib-eof-switch            pic x(01) value 'N'.
           88 lib-no-more             value 'Y'.
       01  source-eof-switch         pic x(01) value 'N'.
           88 source-no-more          value 'Y'.
       01  block-eof-switch          pic x(01) value 'N'.
           88 block-no-more           value 'Y'.
       01  pair-eof-switch           pic x(01) value 'N'.
           88 pair-no-more            value 'Y'.
       01  mcat-lib-switch           pic x(01) value 'N'.
           88 mcat-lib-resolved       value 'Y'.
       01  dup-space-switch          pic x(01) value 'N'.
           88 dup-space-pending       value 'Y'.
       01  dup-same-switch           pic x(01) value 'N'.
           88 dup-blocks-same         value 'Y'.
       01  dup-run-switch            pic x(01) value 'N'.
           88 dup-run-open            value 'Y'.

       01  mcat-lib-table.
           05 mcat-lib-entry occurs 20 times.
              10 mcat-lib-tab-id     pic x(08).
              10 mcat-lib-tab-dir    pic x(64).
       77  mcat-lib-count            pic 9(4) comp value 0.
       77  mcat-lib-sub              pic 9(4) comp.
       77  mcat-lib-max              pic 9(4) comp value 20.
       77  dup-resolved-source       pic x(80) value spaces.

       77  dup-param-buffer          pic x(72) value spaces.
       77  dup-param-1               pic x(10) value spaces.
       77  dup-param-2               pic x(10) value spaces.
       77  dup-threshold             pic 9(03) value 50.
       77  dup-block-size            pic 9(4) comp value 5.
       77  dup-block-max             pic 9(4) comp value 20.

      *> every module on the list, whether or not its source could
      *> be read, so the description check sees them all. the
      *> module's normalized lines sit together in the line table
      *> from mod-first on; mod-parent links the clone groups.
       01  dup-module-table.
           05 dup-module-entry occurs 500 times.
              10 mod-id              pic x(32).
              10 mod-description     pic x(200).
              10 mod-first           pic 9(05) comp.
              10 mod-lines           pic 9(05) comp.
              10 mod-parent          pic 9(04) comp.
              10 mod-root            pic 9(04) comp.
              10 mod-desc-done       pic x(01).
       77  dup-module-count          pic 9(4) comp value 0.
       77  dup-module-max            pic 9(4) comp value 500.
       77  dup-mod-sub               pic 9(4) comp.
       77  dup-mod-sub-2             pic 9(4) comp.

       01  dup-line-table.
           05 dup-line-entry occurs 60000 times.
              10 lin-hash            pic 9(09) comp.
              10 lin-number          pic 9(05) comp.
       77  dup-line-count            pic 9(05) comp value 0.
       77  dup-line-max              pic 9(05) comp value 60000.
       77  dup-member-max            pic 9(05) comp value 5000.
       77  dup-source-line-no        pic 9(05) comp value 0.

       77  dup-raw-line              pic x(256) value spaces.
       77  dup-norm-line             pic x(256) value spaces.
       77  dup-raw-len               pic 9(4) comp.
       77  dup-norm-len              pic 9(4) comp.
       77  dup-char-sub              pic 9(4) comp.
       77  dup-lead                  pic 9(4) comp.
       77  dup-one-char              pic x(01).
       77  dup-fold                  pic 9(18) comp value zero.

       77  dup-pos                   pic 9(05) comp.
       77  dup-last-start            pic 9(05) comp.
       77  dup-k                     pic 9(4) comp.
       77  dup-line-a                pic 9(05) comp.
       77  dup-line-b                pic 9(05) comp.

      *> the entries one block print groups together; a block found
      *> in more places than the table holds is boilerplate every
      *> program carries, and pairs nothing.
       01  dup-group-table.
           05 dup-group-entry occurs 100 times.
              10 grp-module          pic 9(04) comp.
              10 grp-pos             pic 9(05) comp.
       77  dup-group-count           pic 9(4) comp value 0.
       77  dup-group-max             pic 9(4) comp value 100.
       77  dup-group-hash            pic 9(09) value zero.
       77  dup-gi                    pic 9(4) comp.
       77  dup-gj                    pic 9(4) comp.
       77  dup-common-count          pic 9(6) comp value 0.
       77  dup-match-count           pic 9(7) comp value 0.

      *> the pair being measured: which normalized lines of each
      *> side some shared block covers, and the diagonal runs that
      *> make up the matching line ranges.
       01  dup-flag-a-table.
           05 dup-flag-a             pic x(01) occurs 5000 times.
       01  dup-flag-b-table.
           05 dup-flag-b             pic x(01) occurs 5000 times.
       01  dup-run-table.
           05 dup-run-entry occurs 50 times.
              10 run-first-a         pic 9(05) comp.
              10 run-last-a          pic 9(05) comp.
              10 run-first-b         pic 9(05) comp.
              10 run-last-b          pic 9(05) comp.
       77  dup-run-hold              pic x(16) value spaces.
       77  dup-run-count             pic 9(4) comp value 0.
       77  dup-run-max               pic 9(4) comp value 50.
       77  dup-run-extra             pic 9(4) comp value 0.
       77  dup-run-sub               pic 9(4) comp.
       77  dup-run-diagonal          pic 9(06) value zero.
       77  dup-run-first-a           pic 9(05) comp.
       77  dup-run-last-a            pic 9(05) comp.
       77  dup-run-first-b           pic 9(05) comp.
       77  dup-run-last-b            pic 9(05) comp.
       77  dup-cur-a                 pic 9(04) value zero.
       77  dup-cur-b                 pic 9(04) value zero.
       77  dup-covered-a             pic 9(05) comp.
       77  dup-covered-b             pic 9(05) comp.
       77  dup-pct-a                 pic 9(03) value zero.
       77  dup-pct-b                 pic 9(03) value zero.
       77  dup-root-a                pic 9(04) comp.
       77  dup-root-b                pic 9(04) comp.
       77  dup-root                  pic 9(04) comp.
       77  dup-members               pic 9(4) comp.

       77  dup-report-line           pic x(132) value spaces.
       77  dup-count-edit            pic z(4)9 value zero.
       77  dup-lines-a-edit          pic z(4)9 value zero.
       77  dup-lines-b-edit          pic z(4)9 value zero.
       77  dup-pct-a-edit            pic zz9 value zero.
       77  dup-pct-b-edit            pic zz9 value zero.
       77  dup-from-a-edit           pic z(4)9 value zero.
       77  dup-to-a-edit             pic z(4)9 value zero.
       77  dup-from-b-edit           pic z(4)9 value zero.
       77  dup-to-b-edit             pic z(4)9 value zero.
       77  mcat-unreadable-count     pic 9(4) comp value 0.
       77  dup-scanned-count         pic 9(4) comp value 0.
       77  dup-pair-count            pic 9(4) comp value 0.
       77  dup-cluster-count         pic 9(4) comp value 0.
       77  dup-desc-count            pic 9(4) comp value 0.

       procedure division.

       0000-mainline.
           move function current-date(1:8) to mcat-run-date
           perform 0100-take-parameters thru 0100-exit
           perform 0150-load-libraries thru 0150-exit
           open input modlist-file
           perform 2100-read-modlist thru 2100-exit
           perform 2000-handle-one-module thru 2000-exit
               until mcat-eof
           close modlist-file
           open output dup-report-file
           move spaces to dup-report-line
           move dup-threshold to dup-pct-a-edit
           move dup-block-size to dup-count-edit
           string
               'mcatdup clone detection  run date ' mcat-run-date
               '  threshold ' function trim(dup-pct-a-edit)
               '%  block ' function trim(dup-count-edit) ' lines'
               delimited by size
               into dup-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           move spaces to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'modules sharing content at or over the threshold:'
               to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           sort dup-block-sort
               on ascending key dbk-hash dbk-module dbk-pos
               input procedure is 4000-release-blocks thru 4000-exit
               output procedure is 4500-match-blocks thru 4500-exit
           sort dup-pair-sort
               on ascending key dps-module-a dps-module-b
                   dps-diagonal dps-pos-a
               using dup-match-file
               output procedure is 5000-report-pairs thru 5000-exit
           if dup-pair-count = 0
               move '  none' to dup-report-line
               perform 7000-emit-report-line thru 7000-exit
           end-if
           perform 6000-report-clone-groups thru 6000-exit
           perform 6500-report-same-descriptions thru 6500-exit
           perform 8000-finish thru 8000-exit
           stop run.

       0100-take-parameters.
           accept dup-param-buffer from command-line
           unstring dup-param-buffer delimited by all space
               into dup-param-1 dup-param-2
           end-unstring
           if dup-param-1 not = spaces
               move function numval(dup-param-1) to dup-threshold
               if dup-threshold < 1 or dup-threshold > 100
                   display 'mcatdup: threshold "'
                       function trim(dup-param-1)
                       '" is not a percentage 1-100 - run stopped'
                   move 8 to return-code
                   stop run
               end-if
           end-if
           if dup-param-2 not = spaces
               move function numval(dup-param-2) to dup-block-size
               if dup-block-size < 2
               or dup-block-size > dup-block-max
                   display 'mcatdup: block size "'
                       function trim(dup-param-2)
                       '" must be 2 to 20 lines - run stopped'
                   move 8 to return-code
                   stop run
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
               display 'mcatdup: more than ' mcat-lib-max
                   ' library definitions - extras ignored'
           end-if
           perform 0160-read-library thru 0160-exit.
       0170-exit.
           exit.

       2000-handle-one-module.
           if mcat-module-record(1:4) not = 'HDR,'
           and mcat-module-record(1:4) not = 'TRL,'
               if dup-module-count < dup-module-max
                   add 1 to dup-module-count
                   move mcat-module-id to mod-id(dup-module-count)
                   move function lower-case(function trim(
                       mcat-description))
                       to mod-description(dup-module-count)
                   move dup-line-count to mod-first(dup-module-count)
                   add 1 to mod-first(dup-module-count)
                   move zero to mod-lines(dup-module-count)
                   move dup-module-count
                       to mod-parent(dup-module-count)
                   move 'N' to mod-desc-done(dup-module-count)
                   perform 2030-resolve-source thru 2030-exit
                   perform 2050-load-module-source thru 2050-exit
               else
                   display 'mcatdup: more than ' dup-module-max
                       ' modules - the rest are not compared'
               end-if
           end-if
           perform 2100-read-modlist thru 2100-exit.
       2000-exit.
           exit.

       2030-resolve-source.
           move 'N' to mcat-lib-switch
           move mcat-module-source to dup-resolved-source
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
               display 'mcatdup: unknown library id "'
                   function trim(mcat-module-path) '" for '
                   function trim(mcat-module-id)
           end-if.
       2030-exit.
           exit.

       2040-search-one-library.
           if function trim(mcat-lib-tab-id(mcat-lib-sub))
                   = function trim(mcat-module-path)
               move 'Y' to mcat-lib-switch
               move spaces to dup-resolved-source
               string
                   function trim(mcat-lib-tab-dir(mcat-lib-sub))
                   '/' function trim(mcat-module-source)
                   delimited by size
                   into dup-resolved-source
               end-string
           end-if.

       2050-load-module-source.
           move dup-resolved-source to dup-source-name
           open input dup-source-file
           if dup-source-status not = '00'
               add 1 to mcat-unreadable-count
               display 'mcatdup: ' function trim(mcat-module-id)
                   ' source ' function trim(dup-source-name)
                   ' cannot be opened - not compared'
               go to 2050-exit
           end-if
           add 1 to dup-scanned-count
           move 'N' to source-eof-switch
           move zero to dup-source-line-no
           perform 2200-read-source-line thru 2200-exit
           perform 2300-take-source-line thru 2300-exit
               until source-no-more
           close dup-source-file.
       2050-exit.
           exit.

       2100-read-modlist.
           read modlist-file
               at end move 'Y' to mcat-eof-switch
           end-read.
       2100-exit.
           exit.

       2200-read-source-line.
           read dup-source-file
               at end move 'Y' to source-eof-switch
               not at end add 1 to dup-source-line-no
           end-read.
       2200-exit.
           exit.

      *> normalizing makes a copy still match after it is indented
      *> differently, renumbered, recased or recommented: the
      *> sequence area and indicator column of a fixed-format line
      *> are dropped, comment lines and floating comments go, case
      *> is folded and runs of spaces close up to one. what is left
      *> of a line that had no code is not stored at all.
       2300-take-source-line.
           move function lower-case(dup-source-line) to dup-raw-line
           if dup-raw-line(1:6) is numeric
           or dup-raw-line(1:6) = spaces
               if dup-raw-line(7:1) = '*' or dup-raw-line(7:1) = '/'
                   perform 2200-read-source-line thru 2200-exit
                   go to 2300-exit
               end-if
               move spaces to dup-raw-line(1:7)
           end-if
           move zero to dup-lead
           inspect dup-raw-line tallying dup-lead
               for characters before initial '*>'
           if dup-lead < 256
               move spaces to dup-raw-line(dup-lead + 1:)
           end-if
           if dup-raw-line = spaces
               perform 2200-read-source-line thru 2200-exit
               go to 2300-exit
           end-if
           move function length(function trim(dup-raw-line,
               trailing)) to dup-raw-len
           move spaces to dup-norm-line
           move zero to dup-norm-len
           move 'N' to dup-space-switch
           perform 2310-copy-one-char
               varying dup-char-sub from 1 by 1
               until dup-char-sub > dup-raw-len
           perform 2400-store-line thru 2400-exit
           perform 2200-read-source-line thru 2200-exit.
       2300-exit.
           exit.

       2310-copy-one-char.
           move dup-raw-line(dup-char-sub:1) to dup-one-char
           if dup-one-char = space
               if dup-norm-len > 0
                   move 'Y' to dup-space-switch
               end-if
           else
               if dup-space-pending
                   add 1 to dup-norm-len
                   move space to dup-norm-line(dup-norm-len:1)
                   move 'N' to dup-space-switch
               end-if
               add 1 to dup-norm-len
               move dup-one-char to dup-norm-line(dup-norm-len:1)
           end-if.

      *> the line print folds the same way mcatdrv folds a source
      *> into its fingerprint.
       2400-store-line.
           if dup-line-count not < dup-line-max
           or mod-lines(dup-module-count) not < dup-member-max
               go to 2400-exit
           end-if
           move zero to dup-fold
           perform 2410-fold-one-char
               varying dup-char-sub from 1 by 1
               until dup-char-sub > dup-norm-len
           add 1 to dup-line-count
           add 1 to mod-lines(dup-module-count)
           move dup-fold to lin-hash(dup-line-count)
           move dup-source-line-no to lin-number(dup-line-count).
       2400-exit.
           exit.

       2410-fold-one-char.
           compute dup-fold = function mod(
               dup-fold * 31
               + function ord(dup-norm-line(dup-char-sub:1)),
               999999937).

      *> every run of block-size consecutive lines in a member goes
      *> into the sort under the print of its line prints.
       4000-release-blocks.
           perform 4100-release-module-blocks
               varying dup-mod-sub from 1 by 1
               until dup-mod-sub > dup-module-count.
       4000-exit.
           exit.

       4100-release-module-blocks.
           if mod-lines(dup-mod-sub) >= dup-block-size
               compute dup-last-start
                   = mod-lines(dup-mod-sub) - dup-block-size + 1
               perform 4200-release-one-block
                   varying dup-pos from 1 by 1
                   until dup-pos > dup-last-start
           end-if.

       4200-release-one-block.
           move zero to dup-fold
           perform 4210-fold-block-line
               varying dup-k from 1 by 1
               until dup-k > dup-block-size
           move dup-fold to dbk-hash
           move dup-mod-sub to dbk-module
           move dup-pos to dbk-pos
           release dup-block-entry.

       4210-fold-block-line.
           compute dup-line-a
               = mod-first(dup-mod-sub) + dup-pos + dup-k - 2
           compute dup-fold = function mod(
               dup-fold * 1000003 + lin-hash(dup-line-a), 999999937).

      *> equal block prints come out together; each pair of them
      *> from two different modules whose line prints really agree
      *> is written as a match.
       4500-match-blocks.
           open output dup-match-file
           move zero to dup-group-count
           perform 4600-return-block thru 4600-exit
           perform 4700-take-one-block thru 4700-exit
               until block-no-more
           perform 4800-pair-group thru 4800-exit
           close dup-match-file.
       4500-exit.
           exit.

       4600-return-block.
           return dup-block-sort
               at end move 'Y' to block-eof-switch
           end-return.
       4600-exit.
           exit.

       4700-take-one-block.
           if dup-group-count > 0
           and dbk-hash not = dup-group-hash
               perform 4800-pair-group thru 4800-exit
               move zero to dup-group-count
           end-if
           if dup-group-count = 0
               move dbk-hash to dup-group-hash
           end-if
           add 1 to dup-group-count
           if dup-group-count <= dup-group-max
               move dbk-module to grp-module(dup-group-count)
               move dbk-pos to grp-pos(dup-group-count)
           end-if
           perform 4600-return-block thru 4600-exit.
       4700-exit.
           exit.

       4800-pair-group.
           if dup-group-count > dup-group-max
               add 1 to dup-common-count
               go to 4800-exit
           end-if
           if dup-group-count > 1
               perform 4810-pair-from-one
                   varying dup-gi from 1 by 1
                   until dup-gi >= dup-group-count
           end-if.
       4800-exit.
           exit.

       4810-pair-from-one.
           compute dup-gj = dup-gi + 1
           perform 4820-pair-two-entries
               varying dup-gj from dup-gj by 1
               until dup-gj > dup-group-count.

       4820-pair-two-entries.
           if grp-module(dup-gi) not = grp-module(dup-gj)
               move 'Y' to dup-same-switch
               perform 4830-compare-block-line
                   varying dup-k from 1 by 1
                   until dup-k > dup-block-size
                   or not dup-blocks-same
               if dup-blocks-same
                   move grp-module(dup-gi) to dmr-module-a
                   move grp-module(dup-gj) to dmr-module-b
                   move grp-pos(dup-gi) to dmr-pos-a
                   move grp-pos(dup-gj) to dmr-pos-b
                   compute dmr-diagonal = grp-pos(dup-gi)
                       - grp-pos(dup-gj) + 100000
                   write dup-match-record
                   add 1 to dup-match-count
               end-if
           end-if.

       4830-compare-block-line.
           compute dup-line-a = mod-first(grp-module(dup-gi))
               + grp-pos(dup-gi) + dup-k - 2
           compute dup-line-b = mod-first(grp-module(dup-gj))
               + grp-pos(dup-gj) + dup-k - 2
           if lin-hash(dup-line-a) not = lin-hash(dup-line-b)
               move 'N' to dup-same-switch
           end-if.

      *> matches arrive pair by pair and, inside a pair, diagonal by
      *> diagonal; consecutive block starts on one diagonal are one
      *> copied stretch. the pair is reported once its coverage of
      *> either side reaches the threshold.
       5000-report-pairs.
           move zero to dup-cur-a
           move zero to dup-cur-b
           perform 5100-return-match thru 5100-exit
           perform 5200-take-one-match thru 5200-exit
               until pair-no-more
           if dup-cur-a > 0
               perform 5400-close-pair thru 5400-exit
           end-if.
       5000-exit.
           exit.

       5100-return-match.
           return dup-pair-sort
               at end move 'Y' to pair-eof-switch
           end-return.
       5100-exit.
           exit.

       5200-take-one-match.
           if dps-module-a not = dup-cur-a
           or dps-module-b not = dup-cur-b
               if dup-cur-a > 0
                   perform 5400-close-pair thru 5400-exit
               end-if
               perform 5300-open-pair thru 5300-exit
           end-if
           perform 5210-flag-one-line
               varying dup-k from 1 by 1
               until dup-k > dup-block-size
           if dup-run-open
           and dps-diagonal = dup-run-diagonal
           and dps-pos-a = dup-run-last-a + 1
               move dps-pos-a to dup-run-last-a
               move dps-pos-b to dup-run-last-b
           else
               if dup-run-open
                   perform 5500-store-run thru 5500-exit
               end-if
               move 'Y' to dup-run-switch
               move dps-diagonal to dup-run-diagonal
               move dps-pos-a to dup-run-first-a
               move dps-pos-a to dup-run-last-a
               move dps-pos-b to dup-run-first-b
               move dps-pos-b to dup-run-last-b
           end-if
           perform 5100-return-match thru 5100-exit.
       5200-exit.
           exit.

       5210-flag-one-line.
           compute dup-pos = dps-pos-a + dup-k - 1
           move 'Y' to dup-flag-a(dup-pos)
           compute dup-pos = dps-pos-b + dup-k - 1
           move 'Y' to dup-flag-b(dup-pos).

       5300-open-pair.
           move dps-module-a to dup-cur-a
           move dps-module-b to dup-cur-b
           move all 'N' to dup-flag-a-table
           move all 'N' to dup-flag-b-table
           move zero to dup-run-count
           move zero to dup-run-extra
           move 'N' to dup-run-switch.
       5300-exit.
           exit.

       5400-close-pair.
           if dup-run-open
               perform 5500-store-run thru 5500-exit
           end-if
           move zero to dup-covered-a
           move zero to dup-covered-b
           perform 5410-count-covered
               varying dup-pos from 1 by 1
               until dup-pos > dup-member-max
           compute dup-pct-a
               = dup-covered-a * 100 / mod-lines(dup-cur-a)
           compute dup-pct-b
               = dup-covered-b * 100 / mod-lines(dup-cur-b)
           if dup-pct-a < dup-threshold and dup-pct-b < dup-threshold
               go to 5400-exit
           end-if
           add 1 to dup-pair-count
           perform 5600-join-groups thru 5600-exit
           move mod-lines(dup-cur-a) to dup-lines-a-edit
           move mod-lines(dup-cur-b) to dup-lines-b-edit
           move dup-pct-a to dup-pct-a-edit
           move dup-pct-b to dup-pct-b-edit
           move spaces to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           string
               '  ' function trim(mod-id(dup-cur-a)) ' '
               function trim(dup-pct-a-edit) '% of '
               function trim(dup-lines-a-edit) ' lines  /  '
               function trim(mod-id(dup-cur-b)) ' '
               function trim(dup-pct-b-edit) '% of '
               function trim(dup-lines-b-edit) ' lines'
               delimited by size
               into dup-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit
           perform 5430-order-one-pass
               varying dup-run-sub from 1 by 1
               until dup-run-sub >= dup-run-count
           perform 5420-print-one-run
               varying dup-run-sub from 1 by 1
               until dup-run-sub > dup-run-count
           if dup-run-extra > 0
               move dup-run-extra to dup-count-edit
               move spaces to dup-report-line
               string
                   '      and ' function trim(dup-count-edit)
                   ' shorter ranges not listed'
                   delimited by size
                   into dup-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       5400-exit.
           exit.

       5410-count-covered.
           if dup-flag-a(dup-pos) = 'Y'
               add 1 to dup-covered-a
           end-if
           if dup-flag-b(dup-pos) = 'Y'
               add 1 to dup-covered-b
           end-if.

      *> ranges are given in the members' own line numbers.
       5420-print-one-run.
           compute dup-line-a
               = mod-first(dup-cur-a) + run-first-a(dup-run-sub) - 1
           move lin-number(dup-line-a) to dup-from-a-edit
           compute dup-line-a = mod-first(dup-cur-a)
               + run-last-a(dup-run-sub) + dup-block-size - 2
           move lin-number(dup-line-a) to dup-to-a-edit
           compute dup-line-b
               = mod-first(dup-cur-b) + run-first-b(dup-run-sub) - 1
           move lin-number(dup-line-b) to dup-from-b-edit
           compute dup-line-b = mod-first(dup-cur-b)
               + run-last-b(dup-run-sub) + dup-block-size - 2
           move lin-number(dup-line-b) to dup-to-b-edit
           move spaces to dup-report-line
           string
               '      lines ' function trim(dup-from-a-edit) '-'
               function trim(dup-to-a-edit) '  =  lines '
               function trim(dup-from-b-edit) '-'
               function trim(dup-to-b-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 7000-emit-report-line thru 7000-exit.

      *> the ranges come out of the sort by diagonal; they print in
      *> line order of the first module.
       5430-order-one-pass.
           perform 5440-order-one-step
               varying dup-gi from 1 by 1
               until dup-gi > dup-run-count - dup-run-sub.

       5440-order-one-step.
           if run-first-a(dup-gi) > run-first-a(dup-gi + 1)
               move dup-run-entry(dup-gi) to dup-run-hold
               move dup-run-entry(dup-gi + 1) to dup-run-entry(dup-gi)
               move dup-run-hold to dup-run-entry(dup-gi + 1)
           end-if.

       5500-store-run.
           move 'N' to dup-run-switch
           if dup-run-count < dup-run-max
               add 1 to dup-run-count
               move dup-run-first-a to run-first-a(dup-run-count)
               move dup-run-last-a to run-last-a(dup-run-count)
               move dup-run-first-b to run-first-b(dup-run-count)
               move dup-run-last-b to run-last-b(dup-run-count)
           else
               add 1 to dup-run-extra
           end-if.
       5500-exit.
           exit.

      *> the two modules' groups become one.
       5600-join-groups.
           move dup-cur-a to dup-root
           perform 5610-climb-to-root thru 5610-exit
           move dup-root to dup-root-a
           move dup-cur-b to dup-root
           perform 5610-climb-to-root thru 5610-exit
           move dup-root to dup-root-b
           if dup-root-a not = dup-root-b
               move dup-root-a to mod-parent(dup-root-b)
           end-if.
       5600-exit.
           exit.

       5610-climb-to-root.
           perform 5620-climb-one-step
               until mod-parent(dup-root) = dup-root.
       5610-exit.
           exit.

       5620-climb-one-step.
           move mod-parent(dup-root) to dup-root.

      *> each group of two or more modules linked by reported pairs,
      *> directly or through another member - the set a fix in any
      *> one of them has to be carried through.
       6000-report-clone-groups.
           move spaces to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'clone groups:' to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           perform 6100-find-one-root
               varying dup-mod-sub from 1 by 1
               until dup-mod-sub > dup-module-count
           perform 6200-report-one-group
               varying dup-mod-sub from 1 by 1
               until dup-mod-sub > dup-module-count
           if dup-cluster-count = 0
               move '  none' to dup-report-line
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       6000-exit.
           exit.

       6100-find-one-root.
           move dup-mod-sub to dup-root
           perform 5610-climb-to-root thru 5610-exit
           move dup-root to mod-root(dup-mod-sub).

       6200-report-one-group.
           if mod-root(dup-mod-sub) = dup-mod-sub
               move zero to dup-members
               perform 6210-count-one-member
                   varying dup-mod-sub-2 from 1 by 1
                   until dup-mod-sub-2 > dup-module-count
               if dup-members > 1
                   add 1 to dup-cluster-count
                   move dup-cluster-count to dup-count-edit
                   move dup-members to dup-lines-a-edit
                   move spaces to dup-report-line
                   string
                       '  group ' function trim(dup-count-edit) ', '
                       function trim(dup-lines-a-edit) ' modules:'
                       delimited by size
                       into dup-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
                   perform 6220-print-one-member
                       varying dup-mod-sub-2 from 1 by 1
                       until dup-mod-sub-2 > dup-module-count
               end-if
           end-if.

       6210-count-one-member.
           if mod-root(dup-mod-sub-2) = dup-mod-sub
               add 1 to dup-members
           end-if.

       6220-print-one-member.
           if mod-root(dup-mod-sub-2) = dup-mod-sub
               move spaces to dup-report-line
               string
                   '      ' mod-id(dup-mod-sub-2)
                   delimited by size
                   into dup-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.

      *> two modules described alike are either one module twice or
      *> a description nobody updated after a copy; both need a look.
       6500-report-same-descriptions.
           move spaces to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           move 'modules with identical MODLIST.DAT descriptions:'
               to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           perform 6600-check-one-description
               varying dup-mod-sub from 1 by 1
               until dup-mod-sub > dup-module-count
           if dup-desc-count = 0
               move '  none' to dup-report-line
               perform 7000-emit-report-line thru 7000-exit
           end-if.
       6500-exit.
           exit.

       6600-check-one-description.
           if mod-desc-done(dup-mod-sub) = 'N'
           and mod-description(dup-mod-sub) not = spaces
               move zero to dup-members
               perform 6610-match-one-description
                   varying dup-mod-sub-2 from dup-mod-sub by 1
                   until dup-mod-sub-2 > dup-module-count
               if dup-members > 1
                   add 1 to dup-desc-count
                   move spaces to dup-report-line
                   perform 7000-emit-report-line thru 7000-exit
                   string
                       '  "' function trim(
                       mod-description(dup-mod-sub)) '"'
                       delimited by size
                       into dup-report-line
                   end-string
                   perform 7000-emit-report-line thru 7000-exit
                   perform 6620-print-same-description
                       varying dup-mod-sub-2 from dup-mod-sub by 1
                       until dup-mod-sub-2 > dup-module-count
               end-if
           end-if.

       6610-match-one-description.
           if mod-description(dup-mod-sub-2)
                   = mod-description(dup-mod-sub)
               add 1 to dup-members
               move 'Y' to mod-desc-done(dup-mod-sub-2)
           end-if.

       6620-print-same-description.
           if mod-description(dup-mod-sub-2)
                   = mod-description(dup-mod-sub)
               move spaces to dup-report-line
               string
                   '      ' mod-id(dup-mod-sub-2)
                   delimited by size
                   into dup-report-line
               end-string
               perform 7000-emit-report-line thru 7000-exit
           end-if.

       7000-emit-report-line.
           write dup-report-record from dup-report-line.
       7000-exit.
           exit.

       8000-finish.
           move spaces to dup-report-line
           perform 7000-emit-report-line thru 7000-exit
           move dup-scanned-count to dup-count-edit
           string
               'modules compared:          '
               function trim(dup-count-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move mcat-unreadable-count to dup-count-edit
           move spaces to dup-report-line
           string
               'modules not readable:      '
               function trim(dup-count-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move dup-common-count to dup-count-edit
           move spaces to dup-report-line
           string
               'common blocks not paired:  '
               function trim(dup-count-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move dup-pair-count to dup-count-edit
           move spaces to dup-report-line
           string
               'pairs over threshold:      '
               function trim(dup-count-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move dup-cluster-count to dup-count-edit
           move spaces to dup-report-line
           string
               'clone groups:              '
               function trim(dup-count-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           move dup-desc-count to dup-count-edit
           move spaces to dup-report-line
           string
               'shared descriptions:       '
               function trim(dup-count-edit)
               delimited by size
               into dup-report-line
           end-string
           perform 8100-emit-total-line thru 8100-exit
           close dup-report-file
           if mcat-unreadable-count > 0
               move 4 to return-code
           end-if.
       8000-exit.
           exit.

       8100-emit-total-line.
           perform 7000-emit-report-line thru 7000-exit
           display 'mcatdup: ' function trim(dup-report-line).
       8100-exit.
           exit.
