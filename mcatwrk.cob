       identification division.
       program-id. mcatwrk.
      *> version: 1.1.0
      *> desc: recompile work-order generator - takes a copybook or
      *> module name, follows the copy and call links in mcatdep.dat
      *> to every module a rebuild would touch, and writes the
      *> rebuild steps to mcatwork.dat in the same step-number and
      *> step-command format mcatnit reads, ordered so called
      *> modules rebuild before their callers. mcatbld runs the
      *> work order and files each compile in mcatcst.dat.
       environment division.
       configuration section.
       repository.
           else
               display 'mcatwrk: ' wrk-step-count ' rebuild steps '
                   'written to MCATWORK.DAT'
               display 'mcatwrk: run them with mcatbld to record '
                   'each compile in MCATCST.DAT'
           end-if.
       8000-exit.
           exit.
