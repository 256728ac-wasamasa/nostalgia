identification division.
program-id. blinord.

environment division.
input-output section.
file-control.
    *> the customer order book, rewritten whole by every run that
    *> changes it
    select custord-file assign to "CUSTORD"
        organization sequential
        file status is ws-custord-status.

    select sysin-file assign to "SYSIN"
        organization sequential
        file status is ws-sysin-status.

    select recipes-file assign to "RECIPES"
        organization line sequential
        file status is ws-recipes-status.

    select calendar-file assign to "CALENDAR"
        organization line sequential
        file status is ws-calendar-status.

    *> BLINFCST's walk-in draft for tomorrow, and the ORDERS file the
    *> order-driven night run plans from
    select ordraft-file assign to "ORDRAFT"
        organization line sequential
        file status is ws-ordraft-status.

    select orders-file assign to "ORDERS"
        organization line sequential
        file status is ws-orders-status.

    select ordrslt-file assign to "ORDRSLT"
        organization sequential
        file status is ws-ordrslt-status.

data division.
file section.
fd  custord-file
    record contains 99 characters.
    copy CUSTORD.

*> one card per order transaction: E enter a new order (number left
*> blank - the book hands one out), A amend an open order (only the
*> fields punched are changed), C cancel an open order (number only)
fd  sysin-file
    record contains 75 characters.
01  sysin-rec.
    05 otx-action   pic x.
    05 otx-order-no pic x(6).
    05 otx-customer pic x(20).
    05 otx-contact  pic x(30).
    05 otx-recipe   pic x(4).
    05 otx-qty      pic x(5).
    05 otx-due-date pic x(8).
    05 otx-method   pic x.

fd  recipes-file
    record contains 28 characters.
01  recipes-rec.
    05 rcp-rec-type  pic x.
    05 rcp-recipe-id pic x(4).
    05 rcp-detail    pic x(23).

fd  calendar-file
    record contains 13 characters.
    copy CALREC.

fd  ordraft-file
    record contains 9 characters.
01  ordraft-rec.
    05 drf-recipe-id pic x(4).
    05 drf-qty       pic 9(5).

fd  orders-file
    record contains 15 characters.
01  orders-rec.
    05 ord-recipe-id pic x(4).
    05 ord-qty       pic 9(5).
    05 ord-order-no  pic x(6).

fd  ordrslt-file
    record contains 24 characters.
    copy ORDRSLT.

working-storage section.
77 ws-custord-status  pic xx value spaces.
77 ws-sysin-status    pic xx value spaces.
77 ws-recipes-status  pic xx value spaces.
77 ws-calendar-status pic xx value spaces.
77 ws-ordraft-status  pic xx value spaces.
77 ws-orders-status   pic xx value spaces.
77 ws-ordrslt-status  pic xx value spaces.

77 ws-parm          pic x(80) value spaces.
77 ws-parm-function pic x(8)  value spaces.

77 ws-env-var-name pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate      pic x(8)  value spaces.
77 ws-busdate-env  pic x(8)  value spaces.
77 ws-operator-id  pic x(8)  value spaces.
77 ws-today        pic x(8)  value spaces.
77 ws-today-num    pic 9(8)  value zero.
77 ws-today-integer pic 9(9) value zero.
77 ws-work-integer pic 9(9)  value zero.
77 ws-work-date    pic 9(8)  value zero.
77 ws-purge-before pic x(8)  value spaces.
77 ws-tomorrow     pic x(8)  value spaces.
77 ws-next-run     pic x(8)  value spaces.

*> the whole order book in storage. orders settled or cancelled
*> more than 90 days before today are dropped as the book is
*> loaded, so it only ever holds the live season
77 ws-ob-count pic 9(3) value zero.
01 ws-ob-table.
   05 ws-ob-entry occurs 500 times.
      10 ws-ob-order-no  pic 9(6).
      10 ws-ob-customer  pic x(20).
      10 ws-ob-contact   pic x(30).
      10 ws-ob-recipe-id pic x(4).
      10 ws-ob-qty       pic 9(5).
      10 ws-ob-due-date  pic x(8).
      10 ws-ob-method    pic x.
      10 ws-ob-status    pic x.
      10 ws-ob-entered   pic x(8).
      10 ws-ob-run-date  pic x(8).
      10 ws-ob-operator  pic x(8).
77 ws-ob-sub      pic 9(3) value zero.
77 ws-ob-found    pic 9(3) value zero.
77 ws-last-order  pic 9(6) value zero.
77 ws-purged      pic 9(5) value zero.
77 ws-book-changed pic x   value 'N'.

*> the order as it will stand once a card is applied - checked
*> whole before it goes onto the book
01 ws-new-order.
   05 ws-new-customer  pic x(20).
   05 ws-new-contact   pic x(30).
   05 ws-new-recipe-id pic x(4).
   05 ws-new-qty       pic 9(5).
   05 ws-new-due-date  pic x(8).
   05 ws-new-method    pic x.
77 ws-card-order-no pic 9(6) value zero.

77 ws-rcp-count pic 99 value zero.
01 ws-rcp-table.
   05 ws-rcp-id occurs 20 times pic x(4).
77 ws-rcp-sub pic 99 value zero.

77 ws-cal-count pic 9(3) value zero.
01 ws-cal-table.
   05 ws-cal-entry occurs 100 times.
      10 ws-cal-date      pic x(8).
      10 ws-cal-open-flag pic x.
77 ws-cal-sub    pic 9(3) value zero.
77 ws-check-date pic x(8) value spaces.
77 ws-date-open  pic x    value 'O'.

77 ws-valid-entry    pic x     value 'Y'.
77 ws-reject-reason  pic x(60) value spaces.
77 ws-cards-read     pic 9(5)  value zero.
77 ws-cards-applied  pic 9(5)  value zero.
77 ws-cards-rejected pic 9(5)  value zero.

77 ws-merged-count pic 9(5) value zero.
77 ws-walkin-count pic 9(5) value zero.
77 ws-overdue-count pic 9(5) value zero.

*> tonight's run's verdict per order number
77 ws-rs-count pic 9(3) value zero.
01 ws-rs-table.
   05 ws-rs-entry occurs 500 times.
      10 ws-rs-order-no pic x(6).
      10 ws-rs-covered  pic x.
77 ws-rs-sub pic 9(3) value zero.

77 ws-list-customer pic x(20) value spaces.
01 ws-cust-shown-table.
   05 ws-cust-shown occurs 500 times pic x.
77 ws-cust-sub    pic 9(3) value zero.
77 ws-listed      pic 9(5) value zero.
77 ws-short-count pic 9(5) value zero.
77 ws-unsettled-count pic 9(5) value zero.
77 ws-method-text pic x(8) value spaces.

77 ws-order-disp pic 9(6)  value zero.
77 ws-qty-disp   pic zzzz9 value zero.
77 ws-count-disp pic zzzz9 value zero.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blinord is starting up..'.
   perform determine-business-date.
   move ws-busdate to ws-today.
   move ws-today to ws-today-num.
   compute ws-today-integer = function integer-of-date(ws-today-num).
   compute ws-work-integer = ws-today-integer + 1.
   compute ws-work-date = function date-of-integer(ws-work-integer).
   move ws-work-date to ws-tomorrow.

   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   unstring ws-parm delimited by ','
      into ws-parm-function
   end-unstring.
   move function upper-case(ws-parm-function) to ws-parm-function.

   evaluate ws-parm-function
      when spaces
         perform get-operator-id
         perform load-order-book
         perform load-recipe-ids
         perform load-calendar
         perform apply-order-cards
         perform report-card-totals
      when 'MERGE'
         perform get-operator-id
         perform load-order-book
         perform load-calendar
         perform merge-tonights-orders
      when 'PICKUP'
         perform get-operator-id
         perform load-order-book
         perform load-calendar
         perform find-next-run-date
         perform apply-run-results
         perform print-pickup-list
      when other
         display 'ERROR: PARM must be empty (apply the SYSIN order cards),'
            ' MERGE (build tonight''s ORDERS) or PICKUP (the list after'
            ' the run)'
         move 16 to return-code
         goback
   end-evaluate.
   if ws-book-changed = 'Y'
      perform write-order-book
   end-if.

   display 'Blinord shutting down..'.
   goback.

get-operator-id.
   move 'BLINMAKER_OPERATOR' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   accept ws-operator-id from environment-value.
   if ws-operator-id = spaces
      move 'USER' to ws-env-var-name
      display ws-env-var-name upon environment-name
      accept ws-operator-id from environment-value
   end-if.
   if ws-operator-id = spaces
      move 'UNKNOWN' to ws-operator-id
   end-if.

load-order-book.
   compute ws-work-integer = ws-today-integer - 90.
   compute ws-work-date = function date-of-integer(ws-work-integer).
   move ws-work-date to ws-purge-before.
   open input custord-file.
   if ws-custord-status not = '00'
      display 'No order book yet - the first order entered starts it.'
      exit paragraph
   end-if.
   perform until exit
      read custord-file
         at end
            exit perform
      end-read
      if co-order-no > ws-last-order
         move co-order-no to ws-last-order
      end-if
      if co-due-date < ws-purge-before
            and (co-status = 'C' or co-status = 'S' or co-status = 'X')
         add 1 to ws-purged
         move 'Y' to ws-book-changed
      else
         if ws-ob-count >= 500
            display 'ERROR: order book has more than 500 live orders,'
               ' rejecting'
            close custord-file
            move 16 to return-code
            goback
         end-if
         add 1 to ws-ob-count
         move co-order-rec to ws-ob-entry(ws-ob-count)
      end-if
   end-perform.
   close custord-file.

write-order-book.
   open output custord-file.
   if ws-custord-status not = '00'
      display 'ERROR: order book could not be written, status '
         ws-custord-status
      move 16 to return-code
      goback
   end-if.
   perform varying ws-ob-sub from 1 by 1 until ws-ob-sub > ws-ob-count
      move ws-ob-entry(ws-ob-sub) to co-order-rec
      write co-order-rec
   end-perform.
   close custord-file.
   if ws-purged > 0
      move ws-purged to ws-count-disp
      display function trim(ws-count-disp)
         ' settled order(s) over 90 days old dropped from the book.'
   end-if.

load-recipe-ids.
   *> an order can only be for a recipe the kitchen has - the same
   *> three built-in classics the night run falls back on when no
   *> RECIPES file is supplied
   open input recipes-file.
   if ws-recipes-status not = '00'
      move 3      to ws-rcp-count
      move 'BLIN' to ws-rcp-id(1)
      move 'BLNI' to ws-rcp-id(2)
      move 'CRPE' to ws-rcp-id(3)
      exit paragraph
   end-if.
   perform until exit
      read recipes-file
         at end
            exit perform
      end-read
      if rcp-rec-type = 'H' and ws-rcp-count < 20
         add 1 to ws-rcp-count
         move rcp-recipe-id to ws-rcp-id(ws-rcp-count)
      end-if
   end-perform.
   close recipes-file.

load-calendar.
   move zero to ws-cal-count.
   open input calendar-file.
   if ws-calendar-status not = '00'
      exit paragraph
   end-if.
   perform until exit
      read calendar-file
         at end
            exit perform
      end-read
      if ws-cal-count >= 100
         display 'ERROR: calendar file has more than 100 lines, rejecting'
         close calendar-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-cal-count
      move cal-date      to ws-cal-date(ws-cal-count)
      move cal-open-flag to ws-cal-open-flag(ws-cal-count)
   end-perform.
   close calendar-file.

date-is-open.
   *> ws-check-date in, ws-date-open out; dates with no calendar
   *> line are ordinary open days
   move 'O' to ws-date-open.
   perform varying ws-cal-sub from 1 by 1 until ws-cal-sub > ws-cal-count
      if ws-cal-date(ws-cal-sub) = ws-check-date
         move ws-cal-open-flag(ws-cal-sub) to ws-date-open
      end-if
   end-perform.

find-next-run-date.
   *> the next night the kitchen runs after tonight. tonight's run
   *> makes everything due before that night's run can - so every
   *> order due from tomorrow up to and including that date, closed
   *> days in between included
   move ws-today-integer to ws-work-integer.
   perform until exit
      add 1 to ws-work-integer
      compute ws-work-date = function date-of-integer(ws-work-integer)
      move ws-work-date to ws-check-date
      perform date-is-open
      if ws-date-open not = 'C'
            or ws-work-integer > ws-today-integer + 60
         exit perform
      end-if
   end-perform.
   move ws-work-date to ws-next-run.

apply-order-cards.
   open input sysin-file.
   if ws-sysin-status not = '00'
      display 'ERROR: SYSIN file could not be opened, status ' ws-sysin-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read sysin-file
         at end
            exit perform
      end-read
      add 1 to ws-cards-read
      perform process-order-card
   end-perform.
   close sysin-file.

process-order-card.
   move 'Y'    to ws-valid-entry.
   move spaces to ws-reject-reason.
   move function upper-case(otx-action) to otx-action.
   move function upper-case(otx-method) to otx-method.
   move function upper-case(otx-recipe) to otx-recipe.

   evaluate otx-action
      when 'E'
         if otx-order-no not = spaces
            move 'leave the order number blank on an E card'
               to ws-reject-reason
            perform reject-card
            exit paragraph
         end-if
         move otx-customer to ws-new-customer
         move otx-contact  to ws-new-contact
         move otx-recipe   to ws-new-recipe-id
         move zero         to ws-new-qty
         if otx-qty is numeric
            move otx-qty to ws-new-qty
         end-if
         move otx-due-date to ws-new-due-date
         move otx-method   to ws-new-method
         perform validate-new-order
         if ws-valid-entry not = 'Y'
            perform reject-card
            exit paragraph
         end-if
         if ws-ob-count >= 500
            move 'the order book is full' to ws-reject-reason
            perform reject-card
            exit paragraph
         end-if
         add 1 to ws-last-order
         add 1 to ws-ob-count
         move ws-ob-count to ws-ob-found
         move ws-last-order    to ws-ob-order-no(ws-ob-found)
         move ws-today         to ws-ob-entered(ws-ob-found)
         move spaces           to ws-ob-run-date(ws-ob-found)
         move 'O'              to ws-ob-status(ws-ob-found)
         perform store-new-order
         move ws-last-order to ws-order-disp
         display 'Entered: order ' ws-order-disp ' for '
            function trim(ws-new-customer) ', due ' ws-new-due-date
      when 'A'
      when 'C'
         perform find-card-order
         if ws-valid-entry not = 'Y'
            perform reject-card
            exit paragraph
         end-if
         *> a 'P' order planned into an earlier night that PICKUP
         *> never settled (the run refused or abended) is open again
         if ws-ob-status(ws-ob-found) = 'P'
               and ws-ob-run-date(ws-ob-found) not = ws-today
            perform take-back-unsettled-order
         end-if
         if ws-ob-status(ws-ob-found) not = 'O'
            evaluate ws-ob-status(ws-ob-found)
               when 'P'
                  move 'is already planned into tonight''s run - too late'
                     to ws-reject-reason
               when 'X'
                  move 'is already cancelled' to ws-reject-reason
               when other
                  move 'has already been made' to ws-reject-reason
            end-evaluate
            perform reject-card
            exit paragraph
         end-if
         if otx-action = 'C'
            move 'X'            to ws-ob-status(ws-ob-found)
            move ws-operator-id to ws-ob-operator(ws-ob-found)
            move ws-card-order-no to ws-order-disp
            display 'Cancelled: order ' ws-order-disp
         else
            perform amend-found-order
            if ws-valid-entry not = 'Y'
               perform reject-card
               exit paragraph
            end-if
            move ws-card-order-no to ws-order-disp
            display 'Amended: order ' ws-order-disp
         end-if
      when other
         move 'action must be E (enter), A (amend) or C (cancel)'
            to ws-reject-reason
         perform reject-card
         exit paragraph
   end-evaluate.
   add 1 to ws-cards-applied.
   move 'Y' to ws-book-changed.

take-back-unsettled-order.
   move ws-ob-order-no(ws-ob-found) to ws-order-disp.
   display 'NOTE: order ' ws-order-disp ' was planned into the run of '
      ws-ob-run-date(ws-ob-found) ' but never settled - open again'.
   move 'O'    to ws-ob-status(ws-ob-found).
   move spaces to ws-ob-run-date(ws-ob-found).
   move 'Y'    to ws-book-changed.

find-card-order.
   if otx-order-no is not numeric
      move 'needs the six-digit order number' to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   move otx-order-no to ws-card-order-no.
   move zero to ws-ob-found.
   perform varying ws-ob-sub from 1 by 1 until ws-ob-sub > ws-ob-count
      if ws-ob-order-no(ws-ob-sub) = ws-card-order-no
         move ws-ob-sub to ws-ob-found
         exit perform
      end-if
   end-perform.
   if ws-ob-found = 0
      move 'is not on the order book' to ws-reject-reason
      move 'N' to ws-valid-entry
   end-if.

amend-found-order.
   *> start from the order as it stands and lay the punched fields
   *> over it, then check the result like a new order
   move ws-ob-customer(ws-ob-found)  to ws-new-customer.
   move ws-ob-contact(ws-ob-found)   to ws-new-contact.
   move ws-ob-recipe-id(ws-ob-found) to ws-new-recipe-id.
   move ws-ob-qty(ws-ob-found)       to ws-new-qty.
   move ws-ob-due-date(ws-ob-found)  to ws-new-due-date.
   move ws-ob-method(ws-ob-found)    to ws-new-method.
   if otx-customer not = spaces
      move otx-customer to ws-new-customer
   end-if.
   if otx-contact not = spaces
      move otx-contact to ws-new-contact
   end-if.
   if otx-recipe not = spaces
      move otx-recipe to ws-new-recipe-id
   end-if.
   if otx-qty not = spaces
      if otx-qty is numeric
         move otx-qty to ws-new-qty
      else
         move zero to ws-new-qty
      end-if
   end-if.
   if otx-due-date not = spaces
      move otx-due-date to ws-new-due-date
   end-if.
   if otx-method not = space
      move otx-method to ws-new-method
   end-if.
   perform validate-new-order.
   if ws-valid-entry = 'Y'
      perform store-new-order
   end-if.

validate-new-order.
   if ws-new-customer = spaces
      move 'has no customer name' to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   perform varying ws-rcp-sub from 1 by 1 until ws-rcp-sub > ws-rcp-count
      if ws-rcp-id(ws-rcp-sub) = ws-new-recipe-id
         exit perform
      end-if
   end-perform.
   if ws-rcp-sub > ws-rcp-count
      move 'is for a recipe not on RECIPES' to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   if ws-new-qty = zero
      move 'needs a quantity of blins, 1 to 99999' to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   if ws-new-due-date is not numeric
      move 'needs a due date, YYYYMMDD' to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   if ws-new-due-date < ws-tomorrow
      move 'is due before tomorrow - tonight''s run is the earliest'
         to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   move ws-new-due-date to ws-check-date.
   perform date-is-open.
   if ws-date-open = 'C'
      move 'is due on a day the calendar has the kitchen closed'
         to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.
   if ws-new-method not = 'P' and ws-new-method not = 'D'
      move 'method must be P (pickup) or D (delivery)' to ws-reject-reason
      move 'N' to ws-valid-entry
      exit paragraph
   end-if.

store-new-order.
   move ws-new-customer  to ws-ob-customer(ws-ob-found).
   move ws-new-contact   to ws-ob-contact(ws-ob-found).
   move ws-new-recipe-id to ws-ob-recipe-id(ws-ob-found).
   move ws-new-qty       to ws-ob-qty(ws-ob-found).
   move ws-new-due-date  to ws-ob-due-date(ws-ob-found).
   move ws-new-method    to ws-ob-method(ws-ob-found).
   move ws-operator-id   to ws-ob-operator(ws-ob-found).

reject-card.
   display 'ERROR: order card ' otx-action ' ' otx-order-no ' '
      function trim(otx-customer) ' - ' function trim(ws-reject-reason)
      ' - card skipped'.
   add 1 to ws-cards-rejected.
   move 8 to return-code.

report-card-totals.
   display ' '.
   move ws-cards-read to ws-count-disp.
   display 'Cards read:      ' ws-count-disp.
   move ws-cards-applied to ws-count-disp.
   display 'Cards applied:   ' ws-count-disp.
   move ws-cards-rejected to ws-count-disp.
   display 'Cards rejected:  ' ws-count-disp.
   if ws-cards-rejected > 0
      display '*** rejected cards were NOT applied - correct and resubmit ***'
   end-if.

merge-tonights-orders.
   *> the customer orders go onto ORDERS first so they take the
   *> stock before the walk-in forecast does; a re-run rebuilds the
   *> same file, taking back the orders an earlier pass planned.
   *> ORDERS is rewritten even when there is nothing to merge, so
   *> last night's orders are never planned twice
   open output orders-file.
   if ws-orders-status not = '00'
      display 'ERROR: orders file could not be opened, status '
         ws-orders-status
      move 16 to return-code
      goback
   end-if.
   move ws-today to ws-check-date.
   perform date-is-open.
   if ws-date-open = 'C'
      close orders-file
      display 'The calendar has the kitchen CLOSED tonight - no run, '
         'nothing merged.'
      move 4 to return-code
      exit paragraph
   end-if.
   perform find-next-run-date.
   display 'Merging orders due ' ws-tomorrow ' through ' ws-next-run.

   perform varying ws-ob-sub from 1 by 1 until ws-ob-sub > ws-ob-count
      *> planned into an earlier night and never settled: that run
      *> refused or abended before PICKUP, so the order is open
      *> again - planned tonight if still due in the window, warned
      *> as overdue otherwise
      if ws-ob-status(ws-ob-sub) = 'P'
            and ws-ob-run-date(ws-ob-sub) < ws-today
         move ws-ob-sub to ws-ob-found
         perform take-back-unsettled-order
      end-if
      evaluate true
         when (ws-ob-status(ws-ob-sub) = 'O'
                  or (ws-ob-status(ws-ob-sub) = 'P'
                      and ws-ob-run-date(ws-ob-sub) = ws-today))
               and ws-ob-due-date(ws-ob-sub) > ws-today
               and ws-ob-due-date(ws-ob-sub) <= ws-next-run
            move ws-ob-recipe-id(ws-ob-sub) to ord-recipe-id
            move ws-ob-qty(ws-ob-sub)       to ord-qty
            move ws-ob-order-no(ws-ob-sub)  to ord-order-no
            write orders-rec
            move 'P'      to ws-ob-status(ws-ob-sub)
            move ws-today to ws-ob-run-date(ws-ob-sub)
            move 'Y'      to ws-book-changed
            add 1 to ws-merged-count
            move ws-ob-order-no(ws-ob-sub) to ws-order-disp
            move ws-ob-qty(ws-ob-sub)      to ws-qty-disp
            display '  order ' ws-order-disp ' ' ws-qty-disp ' '
               ws-ob-recipe-id(ws-ob-sub) ' for '
               function trim(ws-ob-customer(ws-ob-sub))
               ', due ' ws-ob-due-date(ws-ob-sub)
         when ws-ob-status(ws-ob-sub) = 'P'
               and ws-ob-run-date(ws-ob-sub) = ws-today
            move 'O'    to ws-ob-status(ws-ob-sub)
            move spaces to ws-ob-run-date(ws-ob-sub)
            move 'Y'    to ws-book-changed
         when ws-ob-status(ws-ob-sub) = 'O'
               and ws-ob-due-date(ws-ob-sub) <= ws-today
            add 1 to ws-overdue-count
            move ws-ob-order-no(ws-ob-sub) to ws-order-disp
            display 'WARNING: order ' ws-order-disp ' for '
               function trim(ws-ob-customer(ws-ob-sub))
               ' was due ' ws-ob-due-date(ws-ob-sub)
               ' and never made - amend or cancel it'
      end-evaluate
   end-perform.

   *> the forecast draft is for tomorrow - with tomorrow closed it
   *> was never drafted, and what sits on ORDRAFT is stale
   if ws-next-run not = ws-tomorrow
      display 'Tomorrow is closed - no walk-in draft merged.'
   else
      perform merge-walk-in-draft
   end-if.
   close orders-file.

   display ' '.
   move ws-merged-count to ws-count-disp.
   display 'Customer orders merged: ' function trim(ws-count-disp).
   move ws-walkin-count to ws-count-disp.
   display 'Walk-in draft lines:    ' function trim(ws-count-disp).
   if ws-merged-count = 0 and ws-walkin-count = 0
      display 'ORDERS is empty - tonight''s run costs out the stock as'
         ' usual.'
   end-if.
   if ws-overdue-count > 0
      move 4 to return-code
   end-if.

merge-walk-in-draft.
   open input ordraft-file.
   if ws-ordraft-status not = '00'
      display 'No walk-in draft (ORDRAFT) - customer orders only.'
      exit paragraph
   end-if.
   perform until exit
      read ordraft-file
         at end
            exit perform
      end-read
      if drf-recipe-id not = spaces
         move drf-recipe-id to ord-recipe-id
         move drf-qty       to ord-qty
         move spaces        to ord-order-no
         write orders-rec
         add 1 to ws-walkin-count
      end-if
   end-perform.
   close ordraft-file.

apply-run-results.
   *> tonight's run said which order lines its stock covered; each
   *> order planned into it is settled as covered or short
   open input ordrslt-file.
   if ws-ordrslt-status not = '00'
      display 'WARNING: no order results from tonight''s run (ORDRSLT) -'
         ' planned orders left as planned'
      exit paragraph
   end-if.
   perform until exit
      read ordrslt-file
         at end
            exit perform
      end-read
      if or-run-date = ws-today and or-order-no not = spaces
            and ws-rs-count < 500
         add 1 to ws-rs-count
         move or-order-no to ws-rs-order-no(ws-rs-count)
         move or-covered  to ws-rs-covered(ws-rs-count)
      end-if
   end-perform.
   close ordrslt-file.
   perform varying ws-ob-sub from 1 by 1 until ws-ob-sub > ws-ob-count
      if ws-ob-status(ws-ob-sub) = 'P'
            and ws-ob-run-date(ws-ob-sub) = ws-today
         move ws-ob-order-no(ws-ob-sub) to ws-order-disp
         perform varying ws-rs-sub from 1 by 1 until ws-rs-sub > ws-rs-count
            if ws-rs-order-no(ws-rs-sub) = ws-order-disp
               if ws-rs-covered(ws-rs-sub) = 'Y'
                  move 'C' to ws-ob-status(ws-ob-sub)
               else
                  move 'S' to ws-ob-status(ws-ob-sub)
               end-if
               move 'Y' to ws-book-changed
               exit perform
            end-if
         end-perform
      end-if
   end-perform.

print-pickup-list.
   *> every order tonight's run was meant to make, customer by
   *> customer, in the order each customer first appears on the book
   display ' '.
   display '==== Pickup / delivery list - orders due ' ws-tomorrow
      ' through ' ws-next-run ' ===='.
   move spaces to ws-cust-shown-table.
   perform varying ws-cust-sub from 1 by 1 until ws-cust-sub > ws-ob-count
      if ws-cust-shown(ws-cust-sub) not = 'Y'
            and ws-ob-run-date(ws-cust-sub) = ws-today
            and (ws-ob-status(ws-cust-sub) = 'P'
               or ws-ob-status(ws-cust-sub) = 'C'
               or ws-ob-status(ws-cust-sub) = 'S')
         move ws-ob-customer(ws-cust-sub) to ws-list-customer
         display ' '
         display function trim(ws-list-customer) '  ('
            function trim(ws-ob-contact(ws-cust-sub)) ')'
         perform list-one-customer
      end-if
   end-perform.
   display ' '.
   if ws-listed = 0
      display 'No customer orders were planned into tonight''s run.'
   end-if.
   if ws-short-count > 0
      move ws-short-count to ws-count-disp
      display '*** ' function trim(ws-count-disp)
         ' order(s) NOT covered - call the customer(s) flagged above ***'
      move 4 to return-code
   end-if.
   if ws-unsettled-count > 0
      move ws-unsettled-count to ws-count-disp
      display '*** ' function trim(ws-count-disp)
         ' order(s) with no result from tonight''s run - check the run ***'
      move 4 to return-code
   end-if.

list-one-customer.
   perform varying ws-ob-sub from ws-cust-sub by 1
         until ws-ob-sub > ws-ob-count
      if ws-ob-customer(ws-ob-sub) = ws-list-customer
            and ws-ob-run-date(ws-ob-sub) = ws-today
            and (ws-ob-status(ws-ob-sub) = 'P'
               or ws-ob-status(ws-ob-sub) = 'C'
               or ws-ob-status(ws-ob-sub) = 'S')
         move 'Y' to ws-cust-shown(ws-ob-sub)
         add 1 to ws-listed
         if ws-ob-method(ws-ob-sub) = 'D'
            move 'DELIVER' to ws-method-text
         else
            move 'PICKUP'  to ws-method-text
         end-if
         move ws-ob-order-no(ws-ob-sub) to ws-order-disp
         move ws-ob-qty(ws-ob-sub)      to ws-qty-disp
         evaluate ws-ob-status(ws-ob-sub)
            when 'C'
               display '  order ' ws-order-disp ' ' ws-qty-disp ' '
                  ws-ob-recipe-id(ws-ob-sub) ' ' ws-method-text ' '
                  ws-ob-due-date(ws-ob-sub) '  ready'
            when 'S'
               add 1 to ws-short-count
               display '  order ' ws-order-disp ' ' ws-qty-disp ' '
                  ws-ob-recipe-id(ws-ob-sub) ' ' ws-method-text ' '
                  ws-ob-due-date(ws-ob-sub)
                  '  *** NOT COVERED by tonight''s run ***'
            when other
               add 1 to ws-unsettled-count
               display '  order ' ws-order-disp ' ' ws-qty-disp ' '
                  ws-ob-recipe-id(ws-ob-sub) ' ' ws-method-text ' '
                  ws-ob-due-date(ws-ob-sub)
                  '  (no result from tonight''s run - check it)'
         end-evaluate
      end-if
   end-perform.

determine-business-date.
   *> the business date the daily chain runs under. the scheduler
   *> exports BLIN_BUSDATE=YYYYMMDD, so a night run that carries on
   *> past midnight still dates its records and checks and stamps
   *> the run-control ledger under the day it belongs to; unset, it
   *> is the system date.
   accept ws-busdate from date yyyymmdd.
   move 'BLIN_BUSDATE' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   accept ws-busdate-env from environment-value.
   if ws-busdate-env = spaces
      exit paragraph
   end-if.
   if ws-busdate-env is not numeric
      display 'ERROR: BLIN_BUSDATE must be YYYYMMDD, got '''
         function trim(ws-busdate-env) ''''
      move 16 to return-code
      goback
   end-if.
   move ws-busdate-env to ws-busdate.

end program blinord.
