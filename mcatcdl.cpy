      *> mcatcdl - shop run calendar record for mcatcal.dat, one
      *> record per date in date order. cal-day-type is B business
      *> day, W weekend or H holiday; cal-month-end flags the last
      *> calendar day of the month and cal-week-end the last business
      *> day of its monday-to-sunday week. maintained by mcatcal and
      *> read by mcatnit to select the W and M frequency steps.
       01  calendar-record.
           20 cal-date              pic x(08).
           20 filler                pic x(01).
           20 cal-day-type          pic x(01).
           20 filler                pic x(01).
           20 cal-month-end         pic x(01).
           20 filler                pic x(01).
           20 cal-week-end          pic x(01).
