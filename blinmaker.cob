        organization sequential
        file status is ws-spoilage-status.

    *> permanent lot draw-down ledger for the recall trace - every
    *> pull off a stockroom lot and every station's use on a slip
    select lotdraw-file assign to "LOTDRAW"
        organization sequential
        file status is ws-lotdraw-status.

    select adjusts-file assign to "ADJUSTS"
        organization sequential
        file status is ws-adjusts-status.
        organization line sequential
        file status is ws-opsrpt-status.

    *> what the order-driven run made of each order line, for the
    *> order book to flag uncovered orders back to their customers
    select ordrslt-file assign to "ORDRSLT"
        organization sequential
        file status is ws-ordrslt-status.

    *> run-control ledger: the daily chain's order, per business date
    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
fd  inventory-file
       10 rcp-ing-min pic 9(5).
       10 filler      pic x(10).

*> the order book's merge adds its order number after the quantity;
*> hand-keyed and forecast-drafted cards simply leave it blank
fd  orders-file
    record contains 15 characters.
01  orders-rec.
    05 ord-recipe-id pic x(4).
    05 ord-qty       pic 9(5).
    05 ord-order-no  pic x(6).

fd  supplier-file
    record contains 41 characters.
    record contains 57 characters.
    copy SPOILREC.

fd  lotdraw-file
    record contains 58 characters.
    copy LOTDRAW.

fd  adjusts-file
    record contains 36 characters.
    copy ADJREC.
    record contains 13 characters.
    copy CALREC.

fd  ordrslt-file
    record contains 24 characters.
    copy ORDRSLT.

fd  opsrpt-file
    record contains 80 characters.
01  opsrpt-rec pic x(80).

fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
77 ws-ingmast-status pic xx value spaces.
77 ws-ing-count      pic 99 value zero.
77 ws-order-def      pic 9(7) value zero.
77 ws-order-covered  pic x    value 'N'.
77 ws-any-short      pic x    value 'N'.
77 ws-orders-present pic x    value 'N'.
77 ws-ordrslt-status pic xx   value spaces.
77 ws-ordrslt-open   pic x    value 'N'.

*> the selected recipe's ingredient list, flattened out of the
*> recipe table the way the old code copied the three mins into 77s
77 ws-spoilage-open   pic x        value 'N'.
77 ws-spoil-value     pic 9(7)v99  value zero.

*> lot draw-down ledger: which lot went to which station, run and
*> slip, so a supplier recall can be answered from the files
77 ws-lotdraw-status pic xx value spaces.
77 ws-lotdraw-open   pic x  value 'N'.

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

*> clerk-confirmed stock adjustments off the morning reconciliation;
*> applied to the opening stock before costing and booked to the
*> audit log as 'A' records, so booked shrinkage and production
77 ws-slip-date      pic x(10) value spaces.

77 ws-env-var-name   pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate        pic x(8)  value spaces.
77 ws-busdate-env    pic x(8)  value spaces.

*> scratch for the ingredient lookups shared by every paragraph
*> that has to turn an ing-id into a quantity, a name or a unit
main.
   display 'Hello Boris!'.
   display 'Blinmaker is starting up..'.
   perform determine-business-date.

   perform load-ingredient-master.
   perform load-recipe-table.
   perform load-adjustments.
   perform load-calendar.
   perform check-production-calendar.
   perform check-run-control.
   perform select-recipe.
   perform determine-next-slip-number.

   if ws-spoilage-open = 'Y'
      close spoilage-file
   end-if.
   if ws-lotdraw-open = 'Y'
      close lotdraw-file
   end-if.
   if ws-run-mode = 'STATIONS'
      *> the whole run is on file now, purchase orders included -
      *> only here is it safe to clear the checkpoint so tomorrow
      perform write-checkpoint
   end-if.
   perform close-ops-report.
   move 'C' to ws-rc-stamp.
   perform stamp-run-control.
   display 'Blinmaker shutting down..'.
   goback.

      perform report-leftovers
      perform determine-limiting-item-success
      perform write-requisition-slip
      if ws-run-mode = 'STATIONS'
         perform record-station-usage
      end-if
      add ws-blin-count to ws-total-blin-amount
      perform add-station-totals
      perform varying ws-pull-sub from 1 by 1 until ws-pull-sub > ws-pull-count
      move 16 to return-code
      goback
   end-if.
   *> the outcome file is optional - without it the run plans
   *> exactly as before and the order book just hears nothing back
   open output ordrslt-file.
   if ws-ordrslt-status = '00'
      move 'Y' to ws-ordrslt-open
   end-if.
   move 'MAIN' to ws-station-id-current.
   perform until exit
      read orders-file
      perform process-order
   end-perform.
   close orders-file.
   if ws-ordrslt-open = 'Y'
      close ordrslt-file
   end-if.
   if ws-order-count = 0
      display 'ERROR: orders file has no order records'
      move 16 to return-code
      display 'ERROR: order for unknown recipe '
         function trim(ord-recipe-id) ' - skipped'
      move 'Y' to ws-any-short
      move 'N' to ws-order-covered
      perform write-order-result
      exit paragraph
   end-if.
   if ord-qty is not numeric
      display 'ERROR: order for recipe ' function trim(ord-recipe-id)
         ' has a non-numeric quantity - skipped'
      move 'Y' to ws-any-short
      move 'N' to ws-order-covered
      perform write-order-result
      exit paragraph
   end-if.
   perform load-selected-recipe.
         move zero to ws-pull-needed(ws-pull-sub)
      end-perform
   end-if.
   perform write-order-result.
   perform write-audit-log.

write-order-result.
   if ws-ordrslt-open not = 'Y'
      exit paragraph
   end-if.
   move ws-today         to or-run-date.
   move ord-order-no     to or-order-no.
   move ord-recipe-id    to or-recipe-id.
   if ord-qty is numeric
      move ord-qty to or-qty
   else
      move zero    to or-qty
   end-if.
   move ws-order-covered to or-covered.
   write ordrslt-rec.

determine-limiting-item-shortage-req.
   *> like determine-limiting-item-shortage, but short against the
   *> order's requirement (in ws-pull-needed zeroed on the short
   move zero to ws-chk-done.
   move 'N'  to ws-chk-xfer.
   move 'N'  to ws-chk-adj.
   move ws-busdate to ws-today.
   open input chkpoint-file.
   if ws-chkpoint-status not = '00'
      exit paragraph
   end-perform.

write-audit-log.
   move ws-busdate to ws-audit-date.
   accept ws-audit-time from time.
   move 'BLINMAKER_OPERATOR' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   *> the operations summary is a convenience for the morning
   *> meeting, never a reason to hold up production - no OPSRPT to
   *> write to, no summary, and the run carries on as always.
   move ws-busdate to ws-today.
   open output opsrpt-file.
   if ws-opsrpt-status not = '00'
      display 'NOTE: operations summary file could not be opened, status '
   *> the run; the file holds the latest run only (opened fresh on
   *> first write), for the morning reconciliation to count against.
   if ws-leftover-open not = 'Y'
      move ws-busdate to ws-leftover-date
      if ws-leftover-restart = 'Y'
         *> a restarted STATIONS run keeps the leftover records the
         *> abended run already wrote for its finished stations
   if ws-adj-quiet = 'Y'
      exit paragraph
   end-if.
   move ws-busdate to ws-audit-date.
   accept ws-audit-time from time.
   move 'BLINMAKER_OPERATOR' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   if ws-price-count = 0
      exit paragraph
   end-if.
   move ws-busdate to ws-today.
   move zero to ws-pull-cost.
   move 'N'  to ws-cost-missing.
   perform varying ws-pull-sub from 1 by 1 until ws-pull-sub > ws-pull-count
      exit paragraph
   end-if.
   perform load-openpo-table.
   move ws-busdate to ws-po-date.
   move 'N' to ws-po-written.
   perform varying ws-sup-sub from 1 by 1 until ws-sup-sub > ws-sup-count
      move ws-sup-ing-id(ws-sup-sub) to ws-lookup-ing-id
   end-if.

format-slip-date.
   move ws-busdate to ws-slip-date-raw.
   string ws-slip-date-raw(1:4) '-' ws-slip-date-raw(5:2) '-' ws-slip-date-raw(7:2)
      into ws-slip-date.

   *> on a closed day the run ends here, cleanly: one 'C' audit
   *> record marks the closure so the nightly fold and the report
   *> windows know the day was a closure and not a missing run.
   move ws-busdate to ws-today.
   move 'O'    to ws-cal-today-flag.
   move spaces to ws-cal-today-rcp.
   perform varying ws-cal-sub from 1 by 1 until ws-cal-sub > ws-cal-count
   end-perform.
   if ws-cal-today-flag = 'C'
      display 'The calendar says the kitchen is CLOSED today - no run.'
      *> a closure is logged once a date like any other run - a
      *> second 'C' record would stop the next fold. BLINRECON is
      *> not wanted behind a day with nothing to reconcile.
      move ws-today    to ws-rc-want-date
      move 'BLINMAKER' to ws-rc-want-prog
      perform find-run-stamp
      if ws-runctl-present = 'Y' and ws-rc-found = 'C'
         display 'ERROR: BLINMAKER has already completed for business date '
            ws-today
         display '       - BLINCTL RESET,BLINMAKER,' ws-today
            ' if it really must run again'
         move 12 to return-code
         goback
      end-if
      perform write-closed-day-audit
      *> a closed day is a finished day as far as the chain goes
      move 'C' to ws-rc-stamp
      perform stamp-run-control
      display 'Blinmaker shutting down..'
      goback
   end-if.

check-run-control.
   *> tonight's run overwrites the LEFTOVER file the morning
   *> reconciliation reads, so it needs BLINRECON behind it for the
   *> business date, and it runs once a date. a run that started and
   *> never finished may go again - that is the checkpoint restart.
   move ws-today    to ws-rc-want-date.
   move 'BLINMAKER' to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-runctl-present not = 'Y'
      display 'WARNING: no run-control ledger yet - run order not checked'
   else
      if ws-rc-found = 'C'
         display 'ERROR: BLINMAKER has already completed for business date '
            ws-today
         display '       - BLINCTL RESET,BLINMAKER,' ws-today
            ' if it really must run again'
         move 12 to return-code
         goback
      end-if
      if ws-rc-found = 'S'
         display 'NOTE: restarting the run of ' ws-today
            ' that started but never completed'
      end-if
      move 'BLINRECON' to ws-rc-want-prog
      perform find-run-stamp
      if ws-rc-found not = 'C'
         display 'ERROR: the morning reconciliation (BLINRECON) has not'
            ' completed for ' ws-today
         display '       - run it before this run overwrites LEFTOVER'
         move 12 to return-code
         goback
      end-if
   end-if.
   move 'S' to ws-rc-stamp.
   perform stamp-run-control.

write-closed-day-audit.
   move ws-busdate to ws-audit-date.
   accept ws-audit-time from time.
   move 'BLINMAKER_OPERATOR' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   if ws-parm not = spaces
      move 'PARM' to ws-run-mode
   else
      *> an orders file with no cards on it (the order book had
      *> nothing due and no walk-in draft was made) is no orders at
      *> all - the run falls through to the ordinary sources
      move 'N' to ws-orders-present
      open input orders-file
      if ws-orders-status = '00'
         read orders-file
            not at end
               move 'Y' to ws-orders-present
         end-read
         close orders-file
      end-if
      if ws-orders-present = 'Y'
         move 'ORDERS' to ws-run-mode
      else
         open input sysin-file

get-amounts-from-inventory.
   display 'Reading inventory lots for today''s stock counts..'
   move ws-busdate to ws-today.
   open input inventory-file
   if ws-inventory-status not = '00'
      display 'ERROR: inventory file could not be opened, status ' ws-inventory-status
         ' (expires ' function trim(ws-lot-expiry(ws-lot-best)) ')'
      subtract ws-fefo-take from ws-lot-qty(ws-lot-best)
      subtract ws-fefo-take from ws-fefo-remaining
      *> the slip this pull goes out on is printed right after the
      *> pull plan, so it takes the next slip number
      move 'P'                          to ld-type
      move ws-today                     to ld-date
      move ws-station-id-current        to ld-station
      move ws-selected-recipe           to ld-recipe-id
      compute ld-slip = ws-slip-number + 1
      move ws-lookup-ing-id             to ld-ing-id
      move ws-lot-received(ws-lot-best) to ld-received
      move ws-lot-expiry(ws-lot-best)   to ld-expiry
      move ws-fefo-take                 to ld-qty
      perform write-lot-draw
   end-perform.

record-station-usage.
   *> bench stock carries no lot identity, so a station's use goes
   *> on the lot ledger against its slip with blank lot dates; the
   *> recall trace ties it back to the lots picked to the station.
   perform varying ws-pull-sub from 1 by 1 until ws-pull-sub > ws-pull-count
      if ws-pull-needed(ws-pull-sub) > 0
         move 'U'                         to ld-type
         move ws-today                    to ld-date
         move ws-station-id-current       to ld-station
         move ws-selected-recipe          to ld-recipe-id
         move ws-slip-number              to ld-slip
         move ws-pull-ing-id(ws-pull-sub) to ld-ing-id
         move spaces                      to ld-received
         move spaces                      to ld-expiry
         move ws-pull-needed(ws-pull-sub) to ld-qty
         perform write-lot-draw
      end-if
   end-perform.

write-lot-draw.
   if ws-lotdraw-open not = 'Y'
      open extend lotdraw-file
      if ws-lotdraw-status = '35'
         open output lotdraw-file
      end-if
      if ws-lotdraw-status not = '00'
         display 'ERROR: lot draw ledger could not be opened, status '
            ws-lotdraw-status
         move 16 to return-code
         goback
      end-if
      move 'Y' to ws-lotdraw-open
   end-if.
   write lotdraw-rec.

report-pull-plan.
   *> only meaningful when the stock came off the lot-level
   end-perform.
   display ' '.

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
   move 'BLINMAKER'   to rc-program.
   move ws-rc-stamp   to rc-status.
   move ws-rc-clock-date to rc-stamp-date.
   move ws-rc-time    to rc-stamp-time.
   move ws-operator-id to rc-operator.
   write runctl-rec.
   close runctl-file.

end program blinmaker.
