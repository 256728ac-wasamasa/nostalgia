environment division.
input-output section.
file-control.
    *> the history master is keyed on date, station and record type,
    *> so each lookback date is read straight off it
    select history-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-history-status.

    select actuals-file assign to "ACTUALS"
        organization line sequential
        file status is ws-actuals-status.

    *> the drafted orders: recipe id and quantity, 9 bytes a line.
    *> in the night chain BLINORD MERGE appends them to ORDERS behind
    *> the customer orders, order number blank; a draft dropped on
    *> the ORDERS DD by hand is still read as walk-in lines
    select ordraft-file assign to "ORDRAFT"
        organization line sequential
        file status is ws-ordraft-status.
data division.
file section.
fd  history-file
    record contains 80 characters.
    copy HISTREC.

fd  actuals-file
    record contains 23 characters.
77 ws-actuals-status pic xx value spaces.
77 ws-ordraft-status pic xx value spaces.

*> the audit record carried on each history master record
copy AUDITREC.

*> the production calendar - no sense drafting orders for a date
*> the kitchen is closed
77 ws-calendar-status pic xx value spaces.
   05 ws-look-date occurs 8 times pic x(8).
77 ws-look-sub pic 9 value zero.

*> 'S' records on the lookback dates - each is read twice off the
*> master, once to total the day/station plan and once to share
*> the actuals out across recipes the way blinyld does
77 ws-plan-count pic 9(5) value zero.

*> planned and actual per date/station - the grain the shift leads
*> record at, so this is where the join happens
77 ws-ds-count pic 9(3) value zero.
01 ws-ds-table.
   05 ws-ds-entry occurs 400 times.
      10 ws-ds-date       pic x(8).
      10 ws-ds-station    pic x(10).
      10 ws-ds-planned    pic 9(7).
77 ws-work-integer  pic 9(9)  value zero.
77 ws-work-date     pic 9(8)  value zero.
77 ws-tomorrow      pic x(8)  value spaces.
77 ws-share         pic 9(7)  value zero.

77 ws-uplift-pct    pic 9(3)  value zero.
77 ws-drafted-count pic 99    value zero.

77 ws-env-var-name  pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate       pic x(8)  value spaces.
77 ws-busdate-env   pic x(8)  value spaces.
77 ws-env-value     pic x(6)  value spaces.
77 ws-numval-check  pic s9(4) comp value zero.

procedure division.
main.
    display 'Blinfcst is starting up..'.
    perform determine-business-date.

    perform determine-forecast-settings.
    perform build-lookback-dates.
        ws-uplift-pct '%, floor ' ws-floor-qty '.'.

build-lookback-dates.
    move ws-busdate to ws-today.
    compute ws-today-integer = function integer-of-date(ws-today).
    compute ws-work-integer = ws-today-integer + 1.
    compute ws-work-date = function date-of-integer(ws-work-integer).
        end-if
    end-perform.

position-on-lookback-date.
    *> ws-look-sub in: leaves the master positioned on the first
    *> record for that lookback date; a status other than '00'
    *> means there is nothing at or after it
    move low-values                to hm-key.
    move ws-look-date(ws-look-sub) to hm-date.
    start history-file key is not less than hm-key
        invalid key
            continue
    end-start.

load-history-plans.
    open input history-file.
        move 16 to return-code
        goback
    end-if.
    perform varying ws-look-sub from 1 by 1
            until ws-look-sub > ws-week-count
        perform position-on-lookback-date
        perform until ws-history-status not = '00'
            read history-file next record
                at end
                    exit perform
            end-read
            if hm-date not = ws-look-date(ws-look-sub)
                exit perform
            end-if
            move hm-audit-image to audit-rec
            if audit-rec-type = 'S'
                perform file-planned-record
            end-if
        end-perform
    end-perform.
    if ws-plan-count = 0
        close history-file
        display 'No history on any of the lookback dates - nothing to go on.'
        display '(key the orders by hand today)'
        move 4 to return-code
    end-if.

file-planned-record.
    add 1 to ws-plan-count.
    perform find-day-station.
    add audit-blin-amount to ws-ds-planned(ws-ds-sub).

            exit paragraph
        end-if
    end-perform.
    if ws-ds-count >= 400
        display 'ERROR: more than 400 day/station entries on the lookback dates'
        close history-file
        move 16 to return-code
        goback
    end-if.
    *> recorded it (shared out across the day/station's recipes in
    *> proportion, exactly the blinyld split), the planned figure
    *> where they didn't - accumulated per recipe per lookback date.
    *> the history master is still open from load-history-plans.
    perform varying ws-look-sub from 1 by 1
            until ws-look-sub > ws-week-count
        perform position-on-lookback-date
        perform until ws-history-status not = '00'
            read history-file next record
                at end
                    exit perform
            end-read
            if hm-date not = ws-look-date(ws-look-sub)
                exit perform
            end-if
            move hm-audit-image to audit-rec
            if audit-rec-type = 'S'
                perform blend-one-plan-record
            end-if
        end-perform
    end-perform.
    close history-file.

blend-one-plan-record.
    move audit-blin-amount to ws-share.
    perform varying ws-ds-sub from 1 by 1 until ws-ds-sub > ws-ds-count
        if ws-ds-date(ws-ds-sub) = audit-date
                and ws-ds-station(ws-ds-sub) = audit-station-id
            if ws-ds-has-actual(ws-ds-sub) = 'Y'
                    and ws-ds-planned(ws-ds-sub) > 0
                compute ws-share rounded
                    = (audit-blin-amount * ws-ds-actual(ws-ds-sub))
                      / ws-ds-planned(ws-ds-sub)
            end-if
        end-if
    end-perform.
    perform add-recipe-day-blins.

add-recipe-day-blins.
    perform varying ws-rd-sub from 1 by 1 until ws-rd-sub > ws-rd-count
        if ws-rd-recipe(ws-rd-sub) = audit-recipe-id
                and ws-rd-date(ws-rd-sub) = audit-date
            add ws-share to ws-rd-blins(ws-rd-sub)
            exit paragraph
        end-if
    end-perform.
    if ws-rd-count >= 160
        display 'ERROR: more than 160 recipe/date pairs on the lookback dates'
        close history-file
        move 16 to return-code
        goback
    end-if.
    add 1 to ws-rd-count.
    move audit-recipe-id to ws-rd-recipe(ws-rd-count).
    move audit-date      to ws-rd-date(ws-rd-count).
    move ws-share        to ws-rd-blins(ws-rd-count).

propose-tomorrows-orders.
    *> average each recipe over the lookback dates it actually ran,
    move zero to ws-rcp-total(ws-rcp-sub).
    move zero to ws-rcp-days(ws-rcp-sub).

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

end program blinfcst.
