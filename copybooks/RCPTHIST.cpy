      *> RCPTHIST - one receipt booking, kept forever: a delivery line
      *> booked against one purchase-order line ('R'), the part of a
      *> delivery no order line was waiting for ('U', po date and
      *> promised date blank), or an order line the clerk closed
      *> short ('S', nothing booked). qty-booked is what this
      *> delivery put against the line, qty-recd the line's running
      *> total after it, and line-status where that left the line
      *> (O/P/R/S as on OPENPO). promised is the po date plus the
      *> supplier's lead days; shelf-days is how many days the crate
      *> had left before its expiry on the day it arrived.
       01  rcpt-rec.
           05  rh-type        pic x.
           05  rh-recv-date   pic x(8).
           05  rh-ing-id      pic x(8).
           05  rh-po-date     pic x(8).
           05  rh-qty-ord     pic 9(7).
           05  rh-qty-booked  pic 9(7).
           05  rh-qty-recd    pic 9(7).
           05  rh-line-status pic x.
           05  rh-supplier    pic x(20).
           05  rh-promised    pic x(8).
           05  rh-expiry      pic x(8).
           05  rh-shelf-days  pic 9(3).
