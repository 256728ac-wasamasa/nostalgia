identification division.
program-id. blininv.

environment division.
input-output section.
file-control.
    select sysin-file assign to "SYSIN"
        organization sequential
        file status is ws-sysin-status.

    select purchord-file assign to "PURCHORD"
        organization sequential
        file status is ws-purchord-status.

    select rcpthist-file assign to "RCPTHIST"
        organization sequential
        file status is ws-rcpthist-status.

    select prices-file assign to "PRICES"
        organization line sequential
        file status is ws-prices-status.

    select ingmast-file assign to "INGMAST"
        organization line sequential
        file status is ws-ingmast-status.

    *> every invoice line ever approved, so a received quantity is
    *> only ever paid once however many invoices quote it
    select billed-file assign to "BILLED"
        organization sequential
        file status is ws-billed-status.

    *> tonight's approved lines for accounts payable
    select approved-file assign to "APPROVED"
        organization sequential
        file status is ws-approved-status.

data division.
file section.
*> one card per invoice line, keyed by the clerk off the supplier's
*> invoice: invoice number, supplier as named on the supplier
*> master, ingredient, quantity billed and unit price in rubles
*> (implied two decimals, so 4250 is 42.50)
fd  sysin-file
    record contains 52 characters.
01  sysin-rec.
    05 inv-number   pic x(10).
    05 inv-supplier pic x(20).
    05 inv-ing-id   pic x(8).
    05 inv-qty      pic 9(7).
    05 inv-price    pic 9(5)v99.

fd  purchord-file
    record contains 55 characters.
    copy PURCHORD.

fd  rcpthist-file
    record contains 86 characters.
    copy RCPTHIST.

fd  prices-file
    record contains 23 characters.
    copy PRICEREC.

fd  ingmast-file
    record contains 41 characters.
01  ingmast-rec.
    copy INGRED.

fd  billed-file
    record contains 79 characters.
    copy APPAY.

fd  approved-file
    record contains 79 characters.
01  approved-rec pic x(79).

working-storage section.
77 ws-sysin-status    pic xx value spaces.
77 ws-purchord-status pic xx value spaces.
77 ws-rcpthist-status pic xx value spaces.
77 ws-prices-status   pic xx value spaces.
77 ws-ingmast-status  pic xx value spaces.
77 ws-billed-status   pic xx value spaces.
77 ws-approved-status pic xx value spaces.

77 ws-ing-count pic 99 value zero.
01 ws-ing-table.
   05 ws-ing-entry occurs 1 to 20 times depending on ws-ing-count
      indexed by ing-idx.
      copy INGRED replacing leading ==ing-== by ==ws-ing-==.

*> every purchase-order line cut inside the matching window, with
*> what has been received against it and what has been billed so
*> far; a line cut twice on one date (two runs that night) is held
*> as one, the way the receipts booked against it see it
77 ws-po-count pic 9(3) value zero.
01 ws-po-table.
   05 ws-po-entry occurs 300 times.
      10 ws-po-date     pic x(8).
      10 ws-po-ing-id   pic x(8).
      10 ws-po-supplier pic x(20).
      10 ws-po-qty-ord  pic 9(7).
      10 ws-po-qty-recd pic 9(7).
      10 ws-po-billed   pic 9(7).
      10 ws-po-take     pic 9(7).
77 ws-po-sub  pic 9(3) value zero.
77 ws-po-best pic 9(3) value zero.

77 ws-price-count pic 9(3) value zero.
01 ws-price-table.
   05 ws-price-entry occurs 100 times.
      10 ws-price-ing-id   pic x(8).
      10 ws-price-eff-date pic x(8).
      10 ws-price-amount   pic 9(5)v99.
77 ws-price-sub   pic 9(3)    value zero.
77 ws-price-found pic x       value 'N'.
77 ws-price-date  pic x(8)    value spaces.
77 ws-best-eff    pic x(8)    value spaces.
77 ws-found-price pic 9(5)v99 value zero.

77 ws-today         pic x(8)  value spaces.
77 ws-window-days   pic 9(3)  value 90.
77 ws-window-text   pic x(3)  value spaces.
77 ws-window-start  pic x(8)  value spaces.
77 ws-window-num    pic 9(8)  value zero.
77 ws-date-integer  pic 9(9)  value zero.
77 ws-env-var-name  pic x(20) value spaces.

*> the invoice line being matched
77 ws-inv-supplier  pic x(20) value spaces.
77 ws-inv-ing-id    pic x(8)  value spaces.
77 ws-line-status   pic x(14) value spaces.
77 ws-cand-lines    pic 9(3)  value zero.
77 ws-sum-ord       pic 9(9)  value zero.
77 ws-sum-recd      pic 9(9)  value zero.
77 ws-sum-billed    pic 9(9)  value zero.
77 ws-avail-qty     pic 9(9)  value zero.
77 ws-alloc-left    pic 9(7)  value zero.
77 ws-alloc-take    pic 9(7)  value zero.
77 ws-price-bad     pic x     value 'N'.
77 ws-expect-price  pic 9(5)v99 value zero.
77 ws-line-amount   pic 9(9)v99 value zero.

77 ws-lines-read     pic 9(5) value zero.
77 ws-lines-matched  pic 9(5) value zero.
77 ws-lines-qty-var  pic 9(5) value zero.
77 ws-lines-prc-var  pic 9(5) value zero.
77 ws-lines-no-order pic 9(5) value zero.
77 ws-lines-rejected pic 9(5) value zero.
77 ws-approved-total pic 9(9)v99 value zero.
77 ws-held-total     pic 9(9)v99 value zero.

77 ws-lookup-ing-id pic x(8)  value spaces.
77 ws-ing-found     pic x     value 'N'.
77 qty_display      pic z(6)9 value zero.
77 qty_display2     pic z(6)9 value zero.
77 qty_display3     pic z(6)9 value zero.
77 ws-price-disp    pic z(4)9.99 value zero.
77 ws-price-disp2   pic z(4)9.99 value zero.
77 ws-money-disp    pic z(8)9.99 value zero.
77 ws-count-disp    pic z(4)9 value zero.

procedure division.
main.
   display 'Blininv is starting up..'.
   accept ws-today from date yyyymmdd.

   perform determine-match-window.
   perform load-ingredient-master.
   perform load-price-table.
   perform load-order-lines.
   perform load-receipts.
   perform load-billed-ledger.
   perform open-approved-files.

   display ' '.
   display '==== Supplier invoice matching - ' ws-today ' ===='.
   open input sysin-file.
   if ws-sysin-status not = '00'
      display 'ERROR: no invoice lines - SYSIN could not be opened, status '
         ws-sysin-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read sysin-file
         at end
            exit perform
      end-read
      perform match-invoice-line
   end-perform.
   close sysin-file.

   close approved-file.
   close billed-file.
   perform print-match-summary.
   display 'Blininv shutting down..'.
   goback.

determine-match-window.
   *> only purchase orders cut inside the window are candidates -
   *> BLININV_DAYS widens it for a supplier who bills late.
   move 'BLININV_DAYS' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   accept ws-window-text from environment-value.
   if ws-window-text not = spaces
      if function test-numval(ws-window-text) = 0
         compute ws-window-days = function numval(ws-window-text)
      else
         display 'WARNING: BLININV_DAYS is not a number - using 90'
      end-if
   end-if.
   compute ws-date-integer
      = function integer-of-date(function numval(ws-today)) - ws-window-days.
   compute ws-window-num = function date-of-integer(ws-date-integer).
   move ws-window-num to ws-window-start.
   display 'Matching against purchase orders cut since ' ws-window-start.

load-order-lines.
   *> the PURCHORD DD carries every archived generation of the
   *> buyer's purchase orders as well as tonight's, in whatever
   *> order - lines outside the window are skipped.
   open input purchord-file.
   if ws-purchord-status not = '00'
      display 'ERROR: purchase order file could not be opened, status '
         ws-purchord-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read purchord-file
         at end
            exit perform
      end-read
      if po-date >= ws-window-start
         perform file-order-line
      end-if
   end-perform.
   close purchord-file.

file-order-line.
   perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
      if ws-po-date(ws-po-sub) = po-date
            and ws-po-ing-id(ws-po-sub) = po-ing-id
         add po-qty to ws-po-qty-ord(ws-po-sub)
         exit paragraph
      end-if
   end-perform.
   if ws-po-count >= 300
      display 'ERROR: more than 300 purchase-order lines in the window,'
         ' shorten BLININV_DAYS'
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-po-count.
   move po-date     to ws-po-date(ws-po-count).
   move po-ing-id   to ws-po-ing-id(ws-po-count).
   move function upper-case(po-supplier) to ws-po-supplier(ws-po-count).
   move po-qty      to ws-po-qty-ord(ws-po-count).
   move zero        to ws-po-qty-recd(ws-po-count).
   move zero        to ws-po-billed(ws-po-count).
   move zero        to ws-po-take(ws-po-count).

load-receipts.
   *> what receiving booked against each order line; unordered
   *> arrivals ('U') were never ordered, so they never pay.
   open input rcpthist-file.
   if ws-rcpthist-status not = '00'
      display 'WARNING: no receipt history - nothing has been received'
      exit paragraph
   end-if.
   perform until exit
      read rcpthist-file
         at end
            exit perform
      end-read
      if rh-type = 'R'
         perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
            if ws-po-date(ws-po-sub) = rh-po-date
                  and ws-po-ing-id(ws-po-sub) = rh-ing-id
               add rh-qty-booked to ws-po-qty-recd(ws-po-sub)
               exit perform
            end-if
         end-perform
      end-if
   end-perform.
   close rcpthist-file.

load-billed-ledger.
   open input billed-file.
   if ws-billed-status not = '00'
      exit paragraph
   end-if.
   perform until exit
      read billed-file
         at end
            exit perform
      end-read
      perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
         if ws-po-date(ws-po-sub) = ap-po-date
               and ws-po-ing-id(ws-po-sub) = ap-ing-id
            add ap-qty to ws-po-billed(ws-po-sub)
            exit perform
         end-if
      end-perform
   end-perform.
   close billed-file.

open-approved-files.
   open output approved-file.
   if ws-approved-status not = '00'
      display 'ERROR: approved-to-pay file could not be opened, status '
         ws-approved-status
      move 16 to return-code
      goback
   end-if.
   open extend billed-file.
   if ws-billed-status = '35'
      open output billed-file
   end-if.
   if ws-billed-status not = '00'
      display 'ERROR: billed ledger could not be opened, status '
         ws-billed-status
      move 16 to return-code
      goback
   end-if.

match-invoice-line.
   add 1 to ws-lines-read.
   move function upper-case(inv-ing-id)   to ws-inv-ing-id.
   move function upper-case(inv-supplier) to ws-inv-supplier.
   move ws-inv-ing-id to ws-lookup-ing-id.
   perform find-ingredient.
   if ws-ing-found not = 'Y'
      display 'ERROR: invoice ' function trim(inv-number) ' bills '
         function trim(ws-inv-ing-id)
         ', not in the ingredient master - card skipped'
      add 1 to ws-lines-rejected
      move 8 to return-code
      exit paragraph
   end-if.
   if inv-qty is not numeric or inv-qty = zero
      display 'ERROR: invoice ' function trim(inv-number) ' line for '
         function trim(ws-inv-ing-id)
         ' has no usable quantity - card skipped'
      add 1 to ws-lines-rejected
      move 8 to return-code
      exit paragraph
   end-if.
   if inv-price is not numeric
      display 'ERROR: invoice ' function trim(inv-number) ' line for '
         function trim(ws-inv-ing-id)
         ' has no usable unit price - card skipped'
      add 1 to ws-lines-rejected
      move 8 to return-code
      exit paragraph
   end-if.
   compute ws-line-amount rounded = inv-qty * inv-price.

   perform sum-candidate-lines.
   if ws-cand-lines = 0
      move 'NO ORDER' to ws-line-status
      add 1 to ws-lines-no-order
      perform show-invoice-line
      display '      no purchase order to this supplier for this'
         ' ingredient since ' ws-window-start
      perform hold-invoice-line
      exit paragraph
   end-if.
   if inv-qty > ws-avail-qty
      move 'QTY VARIANCE' to ws-line-status
      add 1 to ws-lines-qty-var
      perform show-invoice-line
      move ws-sum-ord    to qty_display
      move ws-sum-recd   to qty_display2
      move ws-sum-billed to qty_display3
      display '      ordered ' function trim(qty_display)
         ', received ' function trim(qty_display2)
         ', already billed ' function trim(qty_display3)
      if ws-avail-qty = 0
         display '      nothing received is left unpaid'
      else
         move ws-avail-qty to qty_display
         display '      only ' function trim(qty_display)
            ' received and not yet paid'
      end-if
      perform hold-invoice-line
      exit paragraph
   end-if.
   perform allocate-invoice-line.
   if ws-price-bad = 'Y'
      move 'PRICE VARIANCE' to ws-line-status
      add 1 to ws-lines-prc-var
      perform show-invoice-line
      if ws-expect-price = zero
         display '      no price on file for the order date'
      else
         move inv-price       to ws-price-disp
         move ws-expect-price to ws-price-disp2
         display '      billed at ' function trim(ws-price-disp)
            ', price list says ' function trim(ws-price-disp2)
      end-if
      perform clear-allocation
      perform hold-invoice-line
      exit paragraph
   end-if.
   move 'MATCHED' to ws-line-status.
   add 1 to ws-lines-matched.
   perform show-invoice-line.
   perform approve-allocation.

sum-candidate-lines.
   *> order lines to this supplier for this ingredient, and how much
   *> of them has been received but not yet paid for
   move zero to ws-cand-lines.
   move zero to ws-sum-ord.
   move zero to ws-sum-recd.
   move zero to ws-sum-billed.
   move zero to ws-avail-qty.
   perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
      if ws-po-ing-id(ws-po-sub) = ws-inv-ing-id
            and ws-po-supplier(ws-po-sub) = ws-inv-supplier
         add 1 to ws-cand-lines
         add ws-po-qty-ord(ws-po-sub)  to ws-sum-ord
         add ws-po-qty-recd(ws-po-sub) to ws-sum-recd
         add ws-po-billed(ws-po-sub)   to ws-sum-billed
         if ws-po-qty-recd(ws-po-sub) > ws-po-billed(ws-po-sub)
            compute ws-avail-qty = ws-avail-qty
               + ws-po-qty-recd(ws-po-sub) - ws-po-billed(ws-po-sub)
         end-if
      end-if
   end-perform.

allocate-invoice-line.
   *> spread the billed quantity over the oldest unpaid receipts
   *> first, checking the unit price against the price list as of
   *> each order line's date - the price agreed when it was cut.
   move 'N'  to ws-price-bad.
   move zero to ws-expect-price.
   move inv-qty to ws-alloc-left.
   perform until ws-alloc-left = 0
      perform find-oldest-unpaid-line
      if ws-po-best = 0
         exit perform
      end-if
      compute ws-alloc-take = ws-po-qty-recd(ws-po-best)
         - ws-po-billed(ws-po-best) - ws-po-take(ws-po-best)
      if ws-alloc-take > ws-alloc-left
         move ws-alloc-left to ws-alloc-take
      end-if
      add ws-alloc-take to ws-po-take(ws-po-best)
      subtract ws-alloc-take from ws-alloc-left
      move ws-po-date(ws-po-best) to ws-price-date
      perform get-ingredient-price
      if ws-price-found not = 'Y'
         move 'Y' to ws-price-bad
      else
         if ws-found-price not = inv-price
            move 'Y' to ws-price-bad
            move ws-found-price to ws-expect-price
         end-if
      end-if
   end-perform.

find-oldest-unpaid-line.
   move zero to ws-po-best.
   perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
      if ws-po-ing-id(ws-po-sub) = ws-inv-ing-id
            and ws-po-supplier(ws-po-sub) = ws-inv-supplier
            and ws-po-qty-recd(ws-po-sub)
               > ws-po-billed(ws-po-sub) + ws-po-take(ws-po-sub)
         if ws-po-best = 0
            move ws-po-sub to ws-po-best
         else
            if ws-po-date(ws-po-sub) < ws-po-date(ws-po-best)
               move ws-po-sub to ws-po-best
            end-if
         end-if
      end-if
   end-perform.

clear-allocation.
   perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
      move zero to ws-po-take(ws-po-sub)
   end-perform.

approve-allocation.
   *> one approved record per order line the invoice line landed
   *> on, onto both tonight's file for payables and the ledger
   perform varying ws-po-sub from 1 by 1 until ws-po-sub > ws-po-count
      if ws-po-take(ws-po-sub) > 0
         move ws-today               to ap-approved-date
         move inv-number             to ap-invoice
         move ws-inv-supplier        to ap-supplier
         move ws-inv-ing-id          to ap-ing-id
         move ws-po-date(ws-po-sub)  to ap-po-date
         move ws-po-take(ws-po-sub)  to ap-qty
         move inv-price              to ap-price
         compute ap-amount rounded = ws-po-take(ws-po-sub) * inv-price
         write appay-rec
         write approved-rec from appay-rec
         add ws-po-take(ws-po-sub) to ws-po-billed(ws-po-sub)
         move zero to ws-po-take(ws-po-sub)
         add ap-amount to ws-approved-total
      end-if
   end-perform.

hold-invoice-line.
   add ws-line-amount to ws-held-total.
   if return-code < 4
      move 4 to return-code
   end-if.

show-invoice-line.
   move inv-qty   to qty_display.
   move inv-price to ws-price-disp.
   display '  ' inv-number ' ' ws-inv-supplier ' ' ws-inv-ing-id
      ' ' qty_display ' @ ' ws-price-disp '  ' ws-line-status.

print-match-summary.
   display ' '.
   display '==== Summary ===='.
   move ws-lines-read to ws-count-disp.
   display 'Invoice lines read:       ' ws-count-disp.
   move ws-lines-matched to ws-count-disp.
   move ws-approved-total to ws-money-disp.
   display 'Matched, approved to pay: ' ws-count-disp
      '  worth ' function trim(ws-money-disp) ' rubles'.
   move ws-lines-qty-var to ws-count-disp.
   display 'Quantity variances:       ' ws-count-disp.
   move ws-lines-prc-var to ws-count-disp.
   display 'Price variances:          ' ws-count-disp.
   move ws-lines-no-order to ws-count-disp.
   display 'No order on file:         ' ws-count-disp.
   move ws-held-total to ws-money-disp.
   display 'Held back from payment:   ' function trim(ws-money-disp)
      ' rubles'.
   move ws-lines-rejected to ws-count-disp.
   display 'Cards rejected:           ' ws-count-disp.

load-price-table.
   open input prices-file.
   if ws-prices-status not = '00'
      display 'WARNING: no price file - every line will be held on price'
      exit paragraph
   end-if.
   perform until exit
      read prices-file
         at end
            exit perform
      end-read
      if ws-price-count >= 100
         display 'ERROR: price file has more than 100 records, rejecting'
         close prices-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-price-count
      move pr-ing-id   to ws-price-ing-id(ws-price-count)
      move pr-eff-date to ws-price-eff-date(ws-price-count)
      move pr-price    to ws-price-amount(ws-price-count)
   end-perform.
   close prices-file.

get-ingredient-price.
   *> latest price for ws-inv-ing-id effective on or before
   *> ws-price-date
   move 'N'    to ws-price-found.
   move zero   to ws-found-price.
   move spaces to ws-best-eff.
   perform varying ws-price-sub from 1 by 1
         until ws-price-sub > ws-price-count
      if ws-price-ing-id(ws-price-sub) = ws-inv-ing-id
            and ws-price-eff-date(ws-price-sub) <= ws-price-date
            and ws-price-eff-date(ws-price-sub) >= ws-best-eff
         move 'Y' to ws-price-found
         move ws-price-eff-date(ws-price-sub) to ws-best-eff
         move ws-price-amount(ws-price-sub)   to ws-found-price
      end-if
   end-perform.

populate-ingredient-table.
   move 3 to ws-ing-count
   move 'EGGS'  to ws-ing-id(1)
   move 'Eggs'  to ws-ing-name(1)
   move 'each'  to ws-ing-unit(1)
   move 500     to ws-ing-max-sane(1)
   move 'MILK'  to ws-ing-id(2)
   move 'Milk'  to ws-ing-name(2)
   move 'ml'    to ws-ing-unit(2)
   move 20000   to ws-ing-max-sane(2)
   move 'FLOUR' to ws-ing-id(3)
   move 'Flour' to ws-ing-name(3)
   move 'g'     to ws-ing-unit(3)
   move 20000   to ws-ing-max-sane(3).

load-ingredient-master.
   open input ingmast-file.
   if ws-ingmast-status not = '00'
      perform populate-ingredient-table
      exit paragraph
   end-if.
   move zero to ws-ing-count.
   perform until exit
      read ingmast-file
         at end
            exit perform
      end-read
      if ws-ing-count >= 20
         display 'ERROR: ingredient master has more than 20 ingredients, rejecting'
         close ingmast-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-ing-count
      move ing-id       to ws-ing-id(ws-ing-count)
      move ing-name     to ws-ing-name(ws-ing-count)
      move ing-unit     to ws-ing-unit(ws-ing-count)
      move ing-max-sane to ws-ing-max-sane(ws-ing-count)
   end-perform.
   close ingmast-file.
   if ws-ing-count = 0
      perform populate-ingredient-table
   end-if.

find-ingredient.
   set ing-idx to 1.
   search ws-ing-entry
      at end
         move 'N' to ws-ing-found
      when ws-ing-id(ing-idx) = ws-lookup-ing-id
         move 'Y' to ws-ing-found
   end-search.

end program blininv.
