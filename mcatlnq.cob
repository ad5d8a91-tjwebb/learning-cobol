       identification division.
       program-id. mcatlnq.
      *> version: 1.0.0
      *> desc: data lineage inquiry - operator enters a data file name
      *> and this program lists every program that writes it and
      *> every program that reads it, from the lineage mcatfla files
      *> in mcatlin.dat each night.
       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select lineage-file assign to "MCATLIN.DAT"
               organization line sequential
               file status is lnq-lineage-status.

       data division.
       file section.
       fd  lineage-file.
           copy mcatlnl.

       working-storage section.

       77  lnq-lineage-status        pic x(02) value spaces.
       77  lnq-lookup-file           pic x(20) value spaces.
       77  lnq-writer-count          pic 9(4) comp value 0.
       77  lnq-reader-count          pic 9(4) comp value 0.
       01  lnq-done-switch           pic x(01) value 'N'.
           88 lnq-done                value 'Y'.
       01  lineage-eof-switch        pic x(01) value 'N'.
           88 lineage-no-more         value 'Y'.
       01  lnq-pass-switch           pic x(01) value 'W'.
           88 lnq-writer-pass         value 'W'.
           88 lnq-reader-pass         value 'R'.

       procedure division.

       0000-mainline.
           open input lineage-file
           if lnq-lineage-status = '00'
               close lineage-file
               perform 1000-prompt-one-file thru 1000-exit
                   until lnq-done
           else
               display 'mcatlnq: MCATLIN.DAT not found or unreadable'
               display '  - run the mcatfla scan to file the lineage.'
           end-if
           stop run.

       1000-prompt-one-file.
           display 'mcatlnq: enter data file name (blank to quit): '
               with no advancing
           accept lnq-lookup-file
           if lnq-lookup-file = spaces
               move 'Y' to lnq-done-switch
           else
               move function upper-case(function trim(lnq-lookup-file))
                   to lnq-lookup-file
               perform 2000-print-lineage thru 2000-exit
           end-if.
       1000-exit.
           exit.

      *> two passes over the lineage so the writers come out as one
      *> block ahead of the readers. a program that opens the file
      *> i-o both reads and rewrites it and is listed in each.
       2000-print-lineage.
           move 0 to lnq-writer-count
           move 0 to lnq-reader-count
           display 'mcatlnq: programs that write '
               function trim(lnq-lookup-file)
           move 'W' to lnq-pass-switch
           perform 2100-scan-lineage thru 2100-exit
           if lnq-writer-count = 0
               display '  (none on file)'
           end-if
           display 'mcatlnq: programs that read '
               function trim(lnq-lookup-file)
           move 'R' to lnq-pass-switch
           perform 2100-scan-lineage thru 2100-exit
           if lnq-reader-count = 0
               display '  (none on file)'
           end-if.
       2000-exit.
           exit.

       2100-scan-lineage.
           move 'N' to lineage-eof-switch
           open input lineage-file
           perform 2200-read-lineage thru 2200-exit
           perform 2300-print-one-program thru 2300-exit
               until lineage-no-more
           close lineage-file.
       2100-exit.
           exit.

       2200-read-lineage.
           read lineage-file
               at end move 'Y' to lineage-eof-switch
           end-read.
       2200-exit.
           exit.

       2300-print-one-program.
           if lin-file = lnq-lookup-file
               evaluate true
                   when lnq-writer-pass
                   and (lin-mode = 'OUTPUT' or lin-mode = 'EXTEND'
                       or lin-mode = 'I-O')
                       add 1 to lnq-writer-count
                       display '  ' lin-module-id '  ' lin-mode
                           '  as ' function trim(lin-select-name)
                   when lnq-reader-pass
                   and (lin-mode = 'INPUT' or lin-mode = 'I-O')
                       add 1 to lnq-reader-count
                       display '  ' lin-module-id '  ' lin-mode
                           '  as ' function trim(lin-select-name)
               end-evaluate
           end-if
           perform 2200-read-lineage thru 2200-exit.
       2300-exit.
           exit.
