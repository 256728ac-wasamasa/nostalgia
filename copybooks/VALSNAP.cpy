      *> VALSNAP - one line of a month-end stock valuation, kept as a
      *> dated snapshot so the next valuation can start from it: a
      *> stockroom lot (location STOCKROOM, with its received and
      *> expiry dates) or one station's closing balance of one
      *> ingredient (dates blank - bench stock has no lot identity).
      *> price is the one effective on the valuation date and value
      *> is qty times price; an expired lot is carried at nil because
      *> the nightly run has already written it off as spoilage, and
      *> a line with no price on file carries price and value zero.
       01  vs-snap-rec.
           05  vs-val-date  pic x(8).
           05  vs-location  pic x(10).
           05  vs-ing-id    pic x(8).
           05  vs-received  pic x(8).
           05  vs-expiry    pic x(8).
           05  vs-qty       pic 9(7).
           05  vs-price     pic 9(5)v99.
           05  vs-value     pic 9(9)v99.
