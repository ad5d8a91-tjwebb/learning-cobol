       identification division.
       program-id. mcatret.
      *> version: 1.1.0
      *> desc: retirement-candidate report - crosses the registry
      *> against the dependency file, the nightly step file and the
      *> pre-chain step file and lists every cataloged module that no
      *> other module calls and no chain or pre-chain step runs, plus
      *> every copybook member on disk that no module copies
      *> anymore, so unused members stop costing maintenance by
      *> default.
       environment division.
       configuration section.
       repository.
           select step-file assign to "MCATSTEP.DAT"
               organization line sequential
               file status is mcat-step-status.
           select pre-step-file assign to "MCATPRE.DAT"
               organization line sequential
               file status is mcat-pre-step-status.
           select copy-listing-file assign to "MCATCPYL.WRK"
               organization line sequential
               file status is mcat-listing-status.
           20 filler                pic x(01).
           20 step-command          pic x(80).

       fd  pre-step-file.
       01  pre-step-record.
           20 pre-step-number       pic 9(02).
           20 filler                pic x(01).
           20 pre-step-name         pic x(08).
           20 pre-step-frequency    pic x(01).
           20 filler                pic x(01).
           20 pre-step-command      pic x(80).

       fd  copy-listing-file.
       01  copy-listing-line        pic x(80).

       77  mcat-registry-status      pic x(02) value spaces.
       77  mcat-dep-status           pic x(02) value spaces.
       77  mcat-step-status          pic x(02) value spaces.
       77  mcat-pre-step-status      pic x(02) value spaces.
       77  mcat-listing-status       pic x(02) value spaces.

       01  mcat-registry-eof         pic x(01) value 'N'.
           88 dep-no-more             value 'Y'.
       01  step-eof-switch           pic x(01) value 'N'.
           88 step-no-more            value 'Y'.
       01  pre-step-eof-switch       pic x(01) value 'N'.
           88 pre-step-no-more        value 'Y'.
       01  listing-eof-switch        pic x(01) value 'N'.
           88 listing-no-more         value 'Y'.


      *> a cataloged module is a retirement candidate when nobody's
      *> call statement targets it and no step-command of the nightly
      *> chain or of the pre-chain checks names it - being in the registry only proves it is on
      *> the shelf, not that anything takes it down.
       2200-check-one-module.
           if registry-line(1:1) = '"'
               perform 2520-match-step-command thru 2520-exit
                   until step-no-more or ret-member-used
               close step-file
           end-if
           if not ret-member-used
               perform 2550-search-pre-chain thru 2550-exit
           end-if.
       2500-exit.
           exit.
       2520-exit.
           exit.

      *> the pre-chain checks run every night ahead of the chain
      *> from their own step file, so a module run only there is
      *> as much in use as one the chain runs.
       2550-search-pre-chain.
           move 'N' to pre-step-eof-switch
           open input pre-step-file
           if mcat-pre-step-status = '00'
               perform 2560-read-pre-step thru 2560-exit
               perform 2570-match-pre-step-command thru 2570-exit
                   until pre-step-no-more or ret-member-used
               close pre-step-file
           end-if.
       2550-exit.
           exit.

       2560-read-pre-step.
           read pre-step-file
               at end move 'Y' to pre-step-eof-switch
           end-read.
       2560-exit.
           exit.

       2570-match-pre-step-command.
           move function lower-case(pre-step-command) to ret-haystack
           move function lower-case(function trim(ret-module-stem))
               to ret-needle
           perform 7000-search-haystack thru 7000-exit
           perform 2560-read-pre-step thru 2560-exit.
       2570-exit.
           exit.

       3000-sweep-copybooks.
           move 'N' to listing-eof-switch
           open input copy-listing-file
