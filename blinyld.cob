environment division.
input-output section.
file-control.
    *> the history master is keyed on date, station and record type:
    *> the report reads only its period, and looks a day/station's
    *> plan up directly for each actuals line
    select history-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-history-status.

    *> end-of-day actuals as the shift leads key them in: one line
data division.
file section.
fd  history-file
    record contains 80 characters.
    copy HISTREC.

fd  actuals-file
    record contains 23 characters.
77 ws-report-period  pic x(7)  value spaces.
77 ws-period-days    pic 9(3)  value 7.

*> the audit record carried on each history master record
copy AUDITREC.

77 ws-today          pic 9(8).
77 ws-today-integer  pic 9(9).
77 ws-start-integer  pic 9(9).
77 ws-check-date pic 9(8) value zero.
77 ws-date-open  pic x    value 'O'.

77 ws-plan-count pic 9(7) value zero.

*> planned per date/station - the grain the shift leads record at,
*> so this is where the join happens: read straight off the master
*> for each actuals line, then the actual is shared out across the
*> recipes that day/station planned
77 ws-ds-found   pic x    value 'N'.
77 ws-ds-planned pic 9(7) value zero.

77 ws-stn-count pic 99 value zero.
01 ws-stn-table.
77 ws-rcp-sub pic 99 value zero.

77 ws-share          pic 9(7)  value zero.
77 ws-unmatched      pic 9(5)  value zero.
77 ws-planned-disp   pic z(6)9 value zero.
77 ws-actual-disp    pic z(6)9 value zero.
77 ws-yield-pct      pic zz9.99 value zero.
77 ws-count-disp     pic z(4)9 value zero.

77 ws-env-var-name   pic x(20) value spaces.

    perform determine-report-period.
    perform summarize-history.
    perform load-actuals.
    perform print-yield-report.

    display 'Blinyld shutting down..'.
        move 16 to return-code
        goback
    end-if.
    move low-values      to hm-key.
    move ws-period-start to hm-date.
    start history-file key is not less than hm-key
        invalid key
            display 'No production recorded in this period.'
            exit paragraph
    end-start.
    perform until exit
        read history-file next record
            at end
                exit perform
        end-read
        if hm-date > ws-period-end
            exit perform
        end-if
        move hm-audit-image to audit-rec
        *> 'M' records are the monthly rollups - one stands in for
        *> a month of 'S' records; old months have no day-level
        *> actuals left, so they simply show as planned-only
        if audit-rec-type = 'S' or audit-rec-type = 'M'
            perform file-planned-record
        end-if
    end-perform.
    if ws-plan-count = 0
        display 'No production recorded in this period.'
    end-if.

file-planned-record.
    add 1 to ws-plan-count.
    perform find-station-tally.
    add audit-blin-amount to ws-stn-planned(ws-stn-sub).
    perform find-recipe-tally.
    add audit-blin-amount to ws-rcp-planned(ws-rcp-sub).

find-station-tally.
    perform varying ws-stn-sub from 1 by 1 until ws-stn-sub > ws-stn-count
        if ws-stn-station(ws-stn-sub) = audit-station-id
    move 'N'             to ws-rcp-has-actual(ws-rcp-sub).

load-actuals.
    *> the history master stays open from summarize-history for
    *> the day/station lookups
    open input actuals-file.
    if ws-actuals-status not = '00'
        display 'WARNING: actuals file could not be opened, status '
            ws-actuals-status
        display '(report shows planned figures only)'
        close history-file
        exit paragraph
    end-if.
    perform until exit
        end-if
    end-perform.
    close actuals-file.
    close history-file.

match-one-actual.
    move 'N'  to ws-ds-found.
    move zero to ws-ds-planned.
    perform position-on-day-station.
    perform until ws-history-status not = '00'
        read history-file next record
            at end
                exit perform
        end-read
        if hm-date not = act-date or hm-station-id not = act-station-id
            exit perform
        end-if
        move hm-audit-image to audit-rec
        if audit-rec-type = 'S' or audit-rec-type = 'M'
            move 'Y' to ws-ds-found
            add audit-blin-amount to ws-ds-planned
        end-if
    end-perform.
    if ws-ds-found not = 'Y'
        add 1 to ws-unmatched
        exit paragraph
    end-if.
    perform varying ws-stn-sub from 1 by 1
            until ws-stn-sub > ws-stn-count
        if ws-stn-station(ws-stn-sub) = act-station-id
            add act-blins to ws-stn-actual(ws-stn-sub)
            move 'Y' to ws-stn-has-actual(ws-stn-sub)
        end-if
    end-perform.
    if ws-ds-planned > 0
        perform allocate-actual-to-recipes
    end-if.

position-on-day-station.
    *> leaves the master positioned on the first record for
    *> act-date/act-station-id; a status other than '00' means
    *> there is nothing at or after that key
    move low-values     to hm-key.
    move act-date       to hm-date.
    move act-station-id to hm-station-id.
    start history-file key is not less than hm-key
        invalid key
            continue
    end-start.

allocate-actual-to-recipes.
    *> a day/station's actual count is shared across the recipes it
    *> planned, in proportion to the planned amounts - exact on the
    *> usual one-recipe day, a fair split when an ORDERS run mixed
    *> recipes at the same station.
    perform position-on-day-station.
    perform until ws-history-status not = '00'
        read history-file next record
            at end
                exit perform
        end-read
        if hm-date not = act-date or hm-station-id not = act-station-id
            exit perform
        end-if
        move hm-audit-image to audit-rec
        if audit-rec-type = 'S' or audit-rec-type = 'M'
            compute ws-share rounded
                = (audit-blin-amount * act-blins) / ws-ds-planned
            perform varying ws-rcp-sub from 1 by 1
                    until ws-rcp-sub > ws-rcp-count
                if ws-rcp-recipe(ws-rcp-sub) = audit-recipe-id
                    add ws-share to ws-rcp-actual(ws-rcp-sub)
                    move 'Y' to ws-rcp-has-actual(ws-rcp-sub)
                end-if
            end-perform
        end-if
    end-perform.

print-yield-report.
