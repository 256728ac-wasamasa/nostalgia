      *> GLJRNL - one line of the daily general-ledger journal, one
      *> debit and one credit line per movement code for the business
      *> date, so the file always nets to zero. dr-cr is 'D' or 'C';
      *> code and desc are the GLACCT entry the amount was mapped by.
       01  gljrnl-rec.
           05  gj-bus-date pic x(8).
           05  gj-line-no  pic 9(4).
           05  gj-account  pic x(10).
           05  gj-dr-cr    pic x.
           05  gj-amount   pic 9(9)v99.
           05  gj-code     pic x(8).
           05  gj-desc     pic x(20).
