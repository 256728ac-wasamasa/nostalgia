identification division.
program-id. blinctl.

environment division.
input-output section.
file-control.
    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
77 ws-runctl-status pic xx    value spaces.
77 ws-parm          pic x(80) value spaces.
77 ws-function      pic x(8)  value spaces.
77 ws-parm-2        pic x(10) value spaces.
77 ws-parm-3        pic x(10) value spaces.
77 ws-want-date     pic x(8)  value spaces.
77 ws-want-prog     pic x(10) value spaces.

77 ws-today        pic x(8)  value spaces.
77 ws-now          pic x(8)  value spaces.
77 ws-now-date     pic x(8)  value spaces.
77 ws-env-var-name pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate      pic x(8)  value spaces.
77 ws-busdate-env  pic x(8)  value spaces.
77 ws-operator-id  pic x(8)  value spaces.

*> the daily chain in the order it runs. BLINRECV runs any number
*> of times between the reconciliation and the night run, so it is
*> shown but never holds the chain up.
77 ws-chain-count pic 9 value 6.
01 ws-chain-table.
   05 ws-chain-entry occurs 6 times.
      10 ws-chain-prog     pic x(10).
      10 ws-chain-desc     pic x(30).
      10 ws-chain-status   pic x.
      10 ws-chain-date     pic x(8).
      10 ws-chain-time     pic x(8).
      10 ws-chain-operator pic x(8).
      10 ws-chain-stamps   pic 9(3).
77 ws-chain-sub pic 9 value zero.

77 ws-state-text  pic x(24) value spaces.
77 ws-count-disp  pic zz9   value zero.
77 ws-next-shown  pic x     value 'N'.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blinctl is starting up..'.
   perform determine-business-date.
   move ws-busdate to ws-today.
   perform load-chain-table.

   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   unstring ws-parm delimited by ','
      into ws-function ws-parm-2 ws-parm-3
   end-unstring.
   move function upper-case(ws-function) to ws-function.
   move function upper-case(ws-parm-2)   to ws-parm-2.

   evaluate ws-function
      when spaces
      when 'STATUS'
         move ws-today to ws-want-date
         if ws-parm-2 not = spaces
            move ws-parm-2 to ws-want-date
         end-if
         perform check-wanted-date
         perform show-chain-status
      when 'COMPLETE'
      when 'RESET'
         move ws-parm-2 to ws-want-prog
         move ws-parm-3 to ws-want-date
         perform check-wanted-date
         perform stamp-by-hand
      when other
         display 'ERROR: unknown function ' function trim(ws-function)
            ' - use STATUS[,date], COMPLETE,program,date'
            ' or RESET,program,date'
         move 16 to return-code
   end-evaluate.

   display 'Blinctl shutting down..'.
   goback.

load-chain-table.
   move 'BLINRECON' to ws-chain-prog(1).
   move 'morning reconciliation'     to ws-chain-desc(1).
   move 'BLINRECV'  to ws-chain-prog(2).
   move 'deliveries booked'          to ws-chain-desc(2).
   move 'BLINMAKER' to ws-chain-prog(3).
   move 'night run (RUNBLIN)'        to ws-chain-desc(3).
   move 'BLINHIST'  to ws-chain-prog(4).
   move 'history fold (HISTFOLD)'    to ws-chain-desc(4).
   move 'BLINREPL'  to ws-chain-prog(5).
   move 'evening replenishment'      to ws-chain-desc(5).
   move 'BLINGL'    to ws-chain-prog(6).
   move 'GL journal export (GLEXPORT)' to ws-chain-desc(6).
   perform varying ws-chain-sub from 1 by 1
         until ws-chain-sub > ws-chain-count
      move space  to ws-chain-status(ws-chain-sub)
      move spaces to ws-chain-date(ws-chain-sub)
      move spaces to ws-chain-time(ws-chain-sub)
      move spaces to ws-chain-operator(ws-chain-sub)
      move zero   to ws-chain-stamps(ws-chain-sub)
   end-perform.

check-wanted-date.
   if ws-want-date is not numeric
      display 'ERROR: business date must be YYYYMMDD, got '''
         function trim(ws-want-date) ''''
      move 16 to return-code
      goback
   end-if.

show-chain-status.
   open input runctl-file.
   if ws-runctl-status = '00'
      perform until exit
         read runctl-file
            at end
               exit perform
         end-read
         if rc-bus-date = ws-want-date
            perform note-chain-stamp
         end-if
      end-perform
      close runctl-file
   else
      display 'No run-control ledger yet - nothing has been stamped.'
   end-if.

   display ' '.
   display '==== Daily chain for business date ' ws-want-date ' ===='.
   perform varying ws-chain-sub from 1 by 1
         until ws-chain-sub > ws-chain-count
      evaluate ws-chain-status(ws-chain-sub)
         when 'C'
            move 'complete'                 to ws-state-text
         when 'S'
            move 'STARTED, not completed'   to ws-state-text
         when 'R'
            move 'reset - may run again'    to ws-state-text
         when other
            move 'not run'                  to ws-state-text
      end-evaluate
      if ws-chain-status(ws-chain-sub) = space
         display ws-chain-prog(ws-chain-sub) ' ' ws-chain-desc(ws-chain-sub)
            ' ' ws-state-text
      else
         move ws-chain-stamps(ws-chain-sub) to ws-count-disp
         display ws-chain-prog(ws-chain-sub) ' ' ws-chain-desc(ws-chain-sub)
            ' ' ws-state-text
         display '           last stamped ' ws-chain-date(ws-chain-sub) ' '
            ws-chain-time(ws-chain-sub)(1:2) ':'
            ws-chain-time(ws-chain-sub)(3:2) ':'
            ws-chain-time(ws-chain-sub)(5:2)
            ' by ' function trim(ws-chain-operator(ws-chain-sub))
            ' (' function trim(ws-count-disp) ' stamp(s))'
      end-if
   end-perform.
   display ' '.
   perform show-next-step.

note-chain-stamp.
   *> later stamps overwrite earlier ones - the ledger is in time
   *> order, so the last one read is where the program stands
   perform varying ws-chain-sub from 1 by 1
         until ws-chain-sub > ws-chain-count
      if ws-chain-prog(ws-chain-sub) = rc-program
         move rc-status     to ws-chain-status(ws-chain-sub)
         move rc-stamp-date to ws-chain-date(ws-chain-sub)
         move rc-stamp-time to ws-chain-time(ws-chain-sub)
         move rc-operator   to ws-chain-operator(ws-chain-sub)
         add 1 to ws-chain-stamps(ws-chain-sub)
         exit perform
      end-if
   end-perform.

show-next-step.
   *> the same rules each program checks for itself when it starts
   if ws-chain-status(1) not = 'C'
      display 'Next: BLINRECON - nothing else may run for this date'
         ' until the morning reconciliation completes.'
      exit paragraph
   end-if.
   if ws-chain-status(3) = 'S'
      display 'Next: RUNBLIN started and never completed - restart it'
         ' (the checkpoint skips stations already done).'
      exit paragraph
   end-if.
   if ws-chain-status(3) not = 'C'
      display 'Next: deliveries may be booked (BLINRECV), then the night'
         ' run, RUNBLIN.'
      exit paragraph
   end-if.
   move 'N' to ws-next-shown.
   if ws-chain-status(4) not = 'C'
      display 'Next: HISTFOLD has not folded tonight''s audit log.'
      move 'Y' to ws-next-shown
   end-if.
   if ws-chain-status(5) not = 'C'
      display 'Next: BLINREPL (REPLEN) has not run - needed before'
         ' MORNSTN on a STATIONS night.'
      move 'Y' to ws-next-shown
   end-if.
   if ws-chain-status(6) not = 'C'
      display 'Next: BLINGL (GLEXPORT) has not exported the day''s GL'
         ' journal - it needs the history fold first.'
      move 'Y' to ws-next-shown
   end-if.
   if ws-next-shown = 'N'
      display 'The chain is complete for ' ws-want-date '.'
   end-if.

stamp-by-hand.
   *> the operator's way round the checks: COMPLETE records a step
   *> as done that ran outside the ledger's sight (the first day
   *> on the ledger, a step finished by hand); RESET lets a step run
   *> again for the date. both go on the ledger under the operator's
   *> name like any other stamp.
   perform varying ws-chain-sub from 1 by 1
         until ws-chain-sub > ws-chain-count
      if ws-chain-prog(ws-chain-sub) = ws-want-prog
         exit perform
      end-if
   end-perform.
   if ws-chain-sub > ws-chain-count
      display 'ERROR: ' function trim(ws-want-prog)
         ' is not a step of the daily chain - use BLINRECON, BLINRECV,'
         ' BLINMAKER, BLINHIST, BLINREPL or BLINGL'
      move 16 to return-code
      exit paragraph
   end-if.

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
   accept ws-now from time.
   accept ws-now-date from date yyyymmdd.
   move ws-want-date   to rc-bus-date.
   move ws-want-prog   to rc-program.
   if ws-function = 'COMPLETE'
      move 'C' to rc-status
   else
      move 'R' to rc-status
   end-if.
   move ws-now-date    to rc-stamp-date.
   move ws-now         to rc-stamp-time.
   move ws-operator-id to rc-operator.
   write runctl-rec.
   close runctl-file.
   if ws-function = 'COMPLETE'
      display function trim(ws-want-prog) ' marked complete for '
         ws-want-date ' by ' function trim(ws-operator-id)
   else
      display function trim(ws-want-prog) ' reset for ' ws-want-date
         ' by ' function trim(ws-operator-id) ' - it may run again'
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

end program blinctl.
