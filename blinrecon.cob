        organization sequential
        file status is ws-adjusts-status.

    *> run-control ledger: the daily chain's order, per business date
    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
fd  leftover-file
    record contains 36 characters.
    copy ADJREC.

fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
77 ws-leftover-status  pic xx value spaces.
77 ws-inventory-status pic xx value spaces.
77 ws-adj-count      pic 9(3)  value zero.

77 ws-env-var-name   pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate        pic x(8)  value spaces.
77 ws-busdate-env    pic x(8)  value spaces.
77 ws-env-value      pic x(6)  value spaces.
77 ws-numval-check   pic s9(4) comp value zero.

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
77 ws-operator-id    pic x(8)  value spaces.

01 ws-report-line.
   05 vr-station  pic x(10).
   05 filler      pic x     value space.
procedure division.
main.
    display 'Blinrecon is starting up..'.
    perform determine-business-date.

    move ws-busdate to ws-today.
    perform determine-tolerance.
    perform load-expected-leftovers.
    perform check-run-control.
    perform load-counted-stock.
    perform write-variance-report.
    move 'C' to ws-rc-stamp.
    perform stamp-run-control.

    display 'Blinrecon shutting down..'.
    goback.

check-run-control.
    *> this morning's count is matched against the LEFTOVER the last
    *> run wrote: that run must have finished (a crashed run leaves
    *> a partial file), tonight's must not have started yet (it
    *> rewrites the file), and the ADJUSTS drafts are written once
    *> a business date - a second pass would wipe the reason codes
    *> the clerk has already keyed over the first one's.
    move ws-today    to ws-rc-want-date.
    move 'BLINRECON' to ws-rc-want-prog.
    perform find-run-stamp.
    if ws-runctl-present not = 'Y'
        display 'WARNING: no run-control ledger yet - run order not checked'
        exit paragraph
    end-if.
    if ws-rc-found = 'C'
        display 'ERROR: BLINRECON has already completed for business date '
            ws-today
        display '       - BLINCTL RESET,BLINRECON,' ws-today
            ' if it really must run again'
        move 12 to return-code
        goback
    end-if.
    move 'BLINMAKER' to ws-rc-want-prog.
    perform find-run-stamp.
    if ws-rc-found not = space
        display 'ERROR: tonight''s run (BLINMAKER) has already started for '
            ws-today ' - LEFTOVER is no longer last night''s'
        move 12 to return-code
        goback
    end-if.
    move ws-run-date to ws-rc-want-date.
    perform find-run-stamp.
    if ws-rc-found not = 'C'
        display 'ERROR: the run of ' ws-run-date ' that wrote LEFTOVER never'
            ' completed - finish or restart it before reconciling'
        move 12 to return-code
        goback
    end-if.

determine-tolerance.
    *> RECON_TOLERANCE is a whole percentage of the expected amount;
    *> anything over it gets flagged. 5 percent unless told otherwise.
    close stations-file.

load-counted-from-inventory.
    move ws-busdate to ws-today.
    open input inventory-file.
    if ws-inventory-status not = '00'
        display 'ERROR: inventory file could not be opened, status '
        add 1 to ws-flagged-count
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
    move 'BLINRECON'   to rc-program.
    move ws-rc-stamp   to rc-status.
    move ws-rc-clock-date to rc-stamp-date.
    move ws-rc-time    to rc-stamp-time.
    move ws-operator-id to rc-operator.
    write runctl-rec.
    close runctl-file.

end program blinrecon.
