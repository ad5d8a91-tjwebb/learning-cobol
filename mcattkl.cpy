      *> mcattkl - inbound change-ticket record for mcattkt.dat, as
      *> the change-management system sends it: one approved ticket
      *> per module and target version, usable from the first to the
      *> last date of its approval window (yyyymmdd, both inclusive).
      *> a row whose tkt-ticket starts with '*' is a comment. field
      *> positions are agreed with the change-management team.
       01  tkt-record.
           20 tkt-ticket            pic x(12).
           20 filler                pic x(01).
           20 tkt-module-id         pic x(32).
           20 filler                pic x(01).
           20 tkt-target-version    pic x(08).
           20 filler                pic x(01).
           20 tkt-window-from       pic x(08).
           20 filler                pic x(01).
           20 tkt-window-to         pic x(08).
