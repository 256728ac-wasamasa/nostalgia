        organization sequential
        file status is ws-sysin-status.

    *> permanent receipt ledger - what each delivery booked against
    *> which order line, for invoice matching once OPENPO has
    *> dropped the settled line
    select rcpthist-file assign to "RCPTHIST"
        organization sequential
        file status is ws-rcpthist-status.

    select supplier-file assign to "SUPPLIER"
        organization line sequential
        file status is ws-supplier-status.

    *> run-control ledger: the daily chain's order, per business date
    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
fd  openpo-file
    05 rcv-qty    pic 9(5).
    05 rcv-expiry pic x(8).

fd  rcpthist-file
    record contains 86 characters.
    copy RCPTHIST.

fd  supplier-file
    record contains 41 characters.
01  supplier-rec.
    05 sup-ing-id    pic x(8).
    05 sup-name      pic x(20).
    05 sup-pack-size pic 9(5).
    05 sup-lead-days pic 9(3).
    05 sup-reorder   pic 9(5).

fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
77 ws-ingmast-status pic xx value spaces.
77 ws-ing-count      pic 99 value zero.
77 ws-op-best pic 9(3) value zero.

77 ws-inventory-status pic xx   value spaces.
77 ws-rcpthist-status  pic xx   value spaces.
77 ws-rcpthist-open    pic x    value 'N'.

*> run-control ledger: the latest stamp found for one program and
*> business date, and whether there is a ledger to check at all
77 ws-runctl-status  pic xx    value spaces.
77 ws-runctl-present pic x     value 'Y'.
77 ws-rc-want-date   pic x(8)  value spaces.
77 ws-rc-want-prog   pic x(10) value spaces.
77 ws-rc-found       pic x     value space.
77 ws-rc-stamp       pic x     value space.
77 ws-rc-time        pic x(8)  value spaces.
77 ws-rc-clock-date  pic x(8)  value spaces.
77 ws-env-var-name   pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate        pic x(8)  value spaces.
77 ws-busdate-env    pic x(8)  value spaces.
77 ws-operator-id    pic x(8)  value spaces.

*> who supplies each ingredient and on what lead time, for the
*> receipt history's supplier and promised-date columns; optional,
*> as everywhere else - without it those columns stay blank
77 ws-supplier-status pic xx value spaces.
77 ws-sup-count       pic 99 value zero.
01 ws-sup-table.
   05 ws-sup-entry occurs 20 times.
      10 ws-sup-ing-id    pic x(8).
      10 ws-sup-name      pic x(20).
      10 ws-sup-lead-days pic 9(3).
77 ws-sup-sub      pic 99   value zero.
77 ws-date-integer pic 9(9) value zero.
77 ws-date-num     pic 9(8) value zero.

*> the inventory lots, held whole so a second receipt of the same
*> ingredient and crate expiry on the same day merges into the lot
procedure division.
main.
   display 'Blinrecv is starting up..'.
   perform determine-business-date.
   move ws-busdate to ws-today.
   perform check-run-control.

   perform load-ingredient-master.
   perform load-supplier-table.
   perform load-openpo-table.
   perform load-inventory-lots.

   if ws-changed = 'Y'
      perform rewrite-openpo-file
   end-if.
   if ws-rcpthist-open = 'Y'
      close rcpthist-file
   end-if.
   perform report-still-open.
   move 'C' to ws-rc-stamp.
   perform stamp-run-control.
   display 'Blinrecv shutting down..'.
   goback.

check-run-control.
   *> deliveries go on between the morning reconciliation and the
   *> night run: booked before the reconciliation they read as
   *> unexplained stock in this morning's count, booked once the
   *> night run has started they miss its stock and turn up as a
   *> variance tomorrow. any number of runs in between is fine.
   move ws-today    to ws-rc-want-date.
   move 'BLINRECON' to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-runctl-present not = 'Y'
      display 'WARNING: no run-control ledger yet - run order not checked'
      exit paragraph
   end-if.
   if ws-rc-found not = 'C'
      display 'ERROR: the morning reconciliation (BLINRECON) has not'
         ' completed for ' ws-today ' - book deliveries after it'
      move 12 to return-code
      goback
   end-if.
   move 'BLINMAKER' to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-rc-found not = space
      display 'ERROR: tonight''s run (BLINMAKER) has already started for '
         ws-today ' - book these deliveries tomorrow morning'
      move 12 to return-code
      goback
   end-if.

get-receipts-from-sysin.
   display 'Reading delivery lines from SYSIN cards..'.
   open input sysin-file.
            ' partially received (' function trim(qty_display)
            ' booked against it)'
      end-if
      move 'R'                        to rh-type
      move ws-op-date(ws-op-best)     to rh-po-date
      move ws-op-qty-ord(ws-op-best)  to rh-qty-ord
      move ws-match-take              to rh-qty-booked
      move ws-op-qty-recd(ws-op-best) to rh-qty-recd
      move ws-op-status(ws-op-best)   to rh-line-status
      move ws-receipt-expiry          to rh-expiry
      perform write-receipt-history
   end-perform.
   if ws-match-left > 0
      move 'U'           to rh-type
      move spaces        to rh-po-date
      move zero          to rh-qty-ord
      move ws-match-left to rh-qty-booked
      move ws-match-left to rh-qty-recd
      move space         to rh-line-status
      move ws-receipt-expiry to rh-expiry
      perform write-receipt-history
      move ws-match-left to ws-no-po-qty
      move ws-no-po-qty to qty_display
      perform get-ingredient-label
         ' arrived with no outstanding order line - booked anyway'
   end-if.

write-receipt-history.
   *> rh-type, the po fields, the quantities and the crate expiry
   *> are filled in by the caller; the receipt date and ingredient
   *> are today's card, the supplier and promised date come off the
   *> supplier master
   if ws-rcpthist-open not = 'Y'
      open extend rcpthist-file
      if ws-rcpthist-status = '35'
         open output rcpthist-file
      end-if
      if ws-rcpthist-status not = '00'
         display 'ERROR: receipt history could not be opened, status '
            ws-rcpthist-status
         move 16 to return-code
         goback
      end-if
      move 'Y' to ws-rcpthist-open
   end-if.
   move ws-today         to rh-recv-date.
   move ws-lookup-ing-id to rh-ing-id.
   move spaces           to rh-supplier.
   move spaces           to rh-promised.
   perform find-supplier.
   if ws-sup-sub > 0
      move ws-sup-name(ws-sup-sub) to rh-supplier
      if rh-po-date is numeric
         compute ws-date-integer
            = function integer-of-date(function numval(rh-po-date))
              + ws-sup-lead-days(ws-sup-sub)
         compute ws-date-num = function date-of-integer(ws-date-integer)
         move ws-date-num to rh-promised
      end-if
   end-if.
   move zero to rh-shelf-days.
   if rh-expiry is numeric and rh-expiry > ws-today
      compute ws-date-integer
         = function integer-of-date(function numval(rh-expiry))
           - function integer-of-date(function numval(ws-today))
      if ws-date-integer > 999
         move 999 to rh-shelf-days
      else
         move ws-date-integer to rh-shelf-days
      end-if
   end-if.
   write rcpt-rec.

find-supplier.
   move zero to ws-sup-sub.
   perform varying ws-sup-sub from 1 by 1 until ws-sup-sub > ws-sup-count
      if ws-sup-ing-id(ws-sup-sub) = ws-lookup-ing-id
         exit paragraph
      end-if
   end-perform.
   move zero to ws-sup-sub.

load-supplier-table.
   move zero to ws-sup-count.
   open input supplier-file.
   if ws-supplier-status not = '00'
      exit paragraph
   end-if.
   perform until exit
      read supplier-file
         at end
            exit perform
      end-read
      if ws-sup-count >= 20
         display 'ERROR: supplier master has more than 20 suppliers, rejecting'
         close supplier-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-sup-count
      move sup-ing-id    to ws-sup-ing-id(ws-sup-count)
      move sup-name      to ws-sup-name(ws-sup-count)
      move sup-lead-days to ws-sup-lead-days(ws-sup-count)
   end-perform.
   close supplier-file.

load-inventory-lots.
   *> no inventory file yet just means this is the first delivery -
   *> the rewrite at the end creates it.
   end-if.
   move 'S' to ws-op-status(ws-op-best).
   move 'Y' to ws-changed.
   move 'S'                        to rh-type.
   move ws-op-date(ws-op-best)     to rh-po-date.
   move ws-op-qty-ord(ws-op-best)  to rh-qty-ord.
   move zero                       to rh-qty-booked.
   move ws-op-qty-recd(ws-op-best) to rh-qty-recd.
   move 'S'                        to rh-line-status.
   move spaces                     to rh-expiry.
   perform write-receipt-history.
   display 'PO line of ' function trim(ws-op-date(ws-op-best))
      ' for ' function trim(ws-lookup-ing-id)
      ' closed short - undelivered balance will be re-ordered'.
      move default-max-sane to ws-current-max-sane
   end-if.

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

find-run-stamp.
   *> the latest stamp on the run-control ledger for ws-rc-want-prog
   *> on ws-rc-want-date: 'S' started, 'C' complete, space when it
   *> has not run - a hand reset ('R') counts as not run
   move space to ws-rc-found.
   open input runctl-file.
   if ws-runctl-status not = '00'
      move 'N' to ws-runctl-present
      exit paragraph
   end-if.
   move 'Y' to ws-runctl-present.
   perform until exit
      read runctl-file
         at end
            exit perform
      end-read
      if rc-bus-date = ws-rc-want-date and rc-program = ws-rc-want-prog
         move rc-status to ws-rc-found
      end-if
   end-perform.
   close runctl-file.
   if ws-rc-found = 'R'
      move space to ws-rc-found
   end-if.

stamp-run-control.
   *> appends this program's ws-rc-stamp for today's business date
   accept ws-rc-time from time.
   accept ws-rc-clock-date from date yyyymmdd.
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
   open extend runctl-file.
   if ws-runctl-status = '35'
      open output runctl-file
   end-if.
   if ws-runctl-status not = '00'
      display 'ERROR: run-control ledger could not be opened, status '
         ws-runctl-status
      move 16 to return-code
      goback
   end-if.
   move ws-today      to rc-bus-date.
   move 'BLINRECV'    to rc-program.
   move ws-rc-stamp   to rc-status.
   move ws-rc-clock-date to rc-stamp-date.
   move ws-rc-time    to rc-stamp-time.
   move ws-operator-id to rc-operator.
   write runctl-rec.
   close runctl-file.

end program blinrecv.
