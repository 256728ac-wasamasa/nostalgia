      *> GLACCT - the general-ledger account map: one line per kind
      *> of stock movement the daily journal carries, naming the
      *> account to debit and the account to credit for it. codes:
      *> USAGE production usage at cost, RECEIPT goods received
      *> into stock, SPOILE expired-lot write-offs, SPOILB bin-outs,
      *> and ADJ plus the clerk's reason code (ADJSH, ADJSP, ADJMC,
      *> ADJDL, ADJOT) for posted stock adjustments. an adjustment
      *> line is mapped the way stock goes out (debit the expense,
      *> credit stock); one that puts stock back swaps the two.
       01  glacct-rec.
           05  ga-code        pic x(8).
           05  ga-debit-acct  pic x(10).
           05  ga-credit-acct pic x(10).
           05  ga-desc        pic x(20).
