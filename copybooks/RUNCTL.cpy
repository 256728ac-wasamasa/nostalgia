      *> RUNCTL - the run-control ledger: one stamp each time a step of
      *> the daily chain starts or finishes for a business date. the
      *> latest stamp for a program and date is its standing: 'S'
      *> started (not yet finished - a crash leaves it here), 'C'
      *> complete, 'R' reset by hand through BLINCTL so the step may
      *> run again. stamp date/time and operator say when and by whom.
       01  runctl-rec.
           05  rc-bus-date   pic x(8).
           05  rc-program    pic x(10).
           05  rc-status     pic x.
           05  rc-stamp-date pic x(8).
           05  rc-stamp-time pic x(8).
           05  rc-operator   pic x(8).
