      *> ORDRSLT - what an order-driven night run made of each line
      *> on its ORDERS file: covered 'Y' when the stock covered it and
      *> a requisition slip was cut, 'N' when it did not (or the line
      *> was unusable). order-no is the order book's number, blank on
      *> a walk-in line that came from the forecast draft.
       01  ordrslt-rec.
           05  or-run-date  pic x(8).
           05  or-order-no  pic x(6).
           05  or-recipe-id pic x(4).
           05  or-qty       pic 9(5).
           05  or-covered   pic x.
