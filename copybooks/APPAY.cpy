      *> APPAY - one invoice line approved to pay, against one
      *> purchase-order line that was both ordered and received. an
      *> invoice line spread over two order lines gives two records.
      *> the same layout serves the night's approved-to-pay file for
      *> accounts payable and the permanent billed ledger the
      *> matcher reads so a received quantity is only paid once.
       01  appay-rec.
           05  ap-approved-date pic x(8).
           05  ap-invoice       pic x(10).
           05  ap-supplier      pic x(20).
           05  ap-ing-id        pic x(8).
           05  ap-po-date       pic x(8).
           05  ap-qty           pic 9(7).
           05  ap-price         pic 9(5)v99.
           05  ap-amount        pic 9(9)v99.
