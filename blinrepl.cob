        organization line sequential
        file status is ws-stnnew-status.

    *> permanent lot draw-down ledger - each pick records which lot
    *> went to which station, for the recall trace
    select lotdraw-file assign to "LOTDRAW"
        organization sequential
        file status is ws-lotdraw-status.

    *> run-control ledger: the daily chain's order, per business date
    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
fd  parlevel-file
01  stnnew-rec.
    copy STATION.

fd  lotdraw-file
    record contains 58 characters.
    copy LOTDRAW.

fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
77 ws-parlevel-status  pic xx value spaces.
77 ws-leftover-status  pic xx value spaces.
77 ws-ingmast-status   pic xx value spaces.
77 ws-picklist-status  pic xx value spaces.
77 ws-stnnew-status    pic xx value spaces.
77 ws-lotdraw-status   pic xx value spaces.
77 ws-lotdraw-open     pic x  value 'N'.

77 ws-ing-count pic 99 value zero.
01 ws-ing-table.
77 ws-short-any    pic x    value 'N'.
77 ws-pick-lines   pic 9(3) value zero.

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

77 ws-lookup-ing-id pic x(8)  value spaces.
77 ws-ing-found     pic x     value 'N'.
77 ws-disp-name     pic x(20) value spaces.
procedure division.
main.
   display 'Blinrepl is starting up..'.
   perform determine-business-date.
   move ws-busdate to ws-today.
   perform check-run-control.

   perform load-ingredient-master.
   perform load-par-levels.
      perform top-up-one-par-line
   end-perform.
   perform close-pick-list.
   if ws-lotdraw-open = 'Y'
      close lotdraw-file
   end-if.

   perform write-morning-stations.
   perform rewrite-inventory-file.
   move 'C' to ws-rc-stamp.
   perform stamp-run-control.
   display 'Blinrepl shutting down..'.
   goback.

check-run-control.
   *> the pick list tops stations up from tonight's closing stock,
   *> so tonight's run must have finished; and it runs once - a
   *> second pass would pick everything again off INVNTRY
   move ws-today    to ws-rc-want-date.
   move 'BLINREPL'  to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-runctl-present not = 'Y'
      display 'WARNING: no run-control ledger yet - run order not checked'
      exit paragraph
   end-if.
   if ws-rc-found = 'C'
      display 'ERROR: BLINREPL has already completed for business date '
         ws-today
      display '       - BLINCTL RESET,BLINREPL,' ws-today
         ' if it really must run again'
      move 12 to return-code
      goback
   end-if.
   move 'BLINMAKER' to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-rc-found not = 'C'
      display 'ERROR: tonight''s run (BLINMAKER) has not completed for '
         ws-today ' - LEFTOVER is not tonight''s closing stock yet'
      move 12 to return-code
      goback
   end-if.

load-par-levels.
   open input parlevel-file.
   if ws-parlevel-status not = '00'
      ' for ' function trim(ws-par-station(ws-par-sub))
      ' from lot received ' function trim(ws-lot-received(ws-lot-best))
      ' (expires ' function trim(ws-lot-expiry(ws-lot-best)) ')'.
   perform write-lot-draw.

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
   move 'T'                          to ld-type.
   move ws-today                     to ld-date.
   move ws-par-station(ws-par-sub)   to ld-station.
   move spaces                       to ld-recipe-id.
   move zero                         to ld-slip.
   move ws-lookup-ing-id             to ld-ing-id.
   move ws-lot-received(ws-lot-best) to ld-received.
   move ws-lot-expiry(ws-lot-best)   to ld-expiry.
   move ws-topup-take                to ld-qty.
   write lotdraw-rec.

close-pick-list.
   move spaces to picklist-rec.
      move 'units'          to ws-disp-unit
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
   move 'BLINREPL'    to rc-program.
   move ws-rc-stamp   to rc-status.
   move ws-rc-clock-date to rc-stamp-date.
   move ws-rc-time    to rc-stamp-time.
   move ws-operator-id to rc-operator.
   write runctl-rec.
   close runctl-file.

end program blinrepl.
