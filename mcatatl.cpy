      *> mcatatl - operator authority record for mcatauth.dat, one
      *> record per operator per function granted. aut-function is
      *> the authority a maintenance or override program asks for -
      *> UNLOCK (mcatulk), REGMNT (mcatmnt), OWNMNT (mcatown),
      *> RULMNT (mcatrul), RESTORE (mcatrst), PROMOTE (mcatprm),
      *> AUTHMNT (mcataut itself). a grant is in force when
      *> aut-effective <= today < aut-expires, the same exclusive
      *> expiry mcatrule.dat uses; a revoke stamps the expiry, so the
      *> grant's history stays on file for the auditors.
       01  aut-record.
           20 aut-operator          pic x(10).
           20 filler                pic x(01).
           20 aut-function          pic x(08).
           20 filler                pic x(01).
           20 aut-effective         pic x(08).
           20 filler                pic x(01).
           20 aut-expires           pic x(08).
           20 filler                pic x(01).
           20 aut-granted-by        pic x(10).
           20 filler                pic x(01).
           20 aut-granted-on        pic x(08).
