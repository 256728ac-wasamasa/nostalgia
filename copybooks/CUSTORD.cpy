      *> CUSTORD - one customer or catering order on the order book:
      *> who ordered (customer, and a contact - name, phone, delivery
      *> address), what (recipe and blins), for when (due date) and
      *> whether it is collected ('P') or delivered ('D'). status is
      *> 'O' open, 'P' planned into the night run dated run-date,
      *> 'C' covered by that run, 'S' short - the run could not cover
      *> it - or 'X' cancelled. entered and operator say when it was
      *> taken and who last touched it.
       01  co-order-rec.
           05  co-order-no  pic 9(6).
           05  co-customer  pic x(20).
           05  co-contact   pic x(30).
           05  co-recipe-id pic x(4).
           05  co-qty       pic 9(5).
           05  co-due-date  pic x(8).
           05  co-method    pic x.
           05  co-status    pic x.
           05  co-entered   pic x(8).
           05  co-run-date  pic x(8).
           05  co-operator  pic x(8).
