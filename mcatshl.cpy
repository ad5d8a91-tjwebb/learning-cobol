      *> mcatshl - step run-time history record for mcatstph.dat.
      *> mcatnit carries each night's run-control records into the
      *> history before it opens a fresh mcatrun.dat; the image is
      *> the run-control record unchanged, led by the date the night
      *> started so the records of one night stay together. read by
      *> the mcatsth run-time trend report.
       01  sth-history-record.
           20 sth-night-date        pic x(08).
           20 filler                pic x(01).
           20 sth-run-control-image.
              30 sth-step-number    pic x(02).
              30 filler             pic x(01).
              30 sth-step-name      pic x(08).
              30 sth-start-stamp    pic x(21).
              30 filler             pic x(01).
              30 sth-end-stamp      pic x(21).
              30 filler             pic x(01).
              30 sth-outcome        pic x(08).
