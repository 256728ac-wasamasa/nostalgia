environment division.
input-output section.
file-control.
    *> the history master is keyed on date, station and record type,
    *> so the report reads only the days of its period
    select history-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-history-status.

    select prices-file assign to "PRICES"
data division.
file section.
fd  history-file
    record contains 80 characters.
    copy HISTREC.

fd  prices-file
    record contains 23 characters.
77 ws-report-period  pic x(7)  value spaces.
77 ws-period-days    pic 9(3)  value 7.

*> the audit record carried on each history master record
copy AUDITREC.

77 ws-today          pic 9(8).
77 ws-today-integer  pic 9(9).
77 ws-start-integer  pic 9(9).
      10 ws-rcp-blins  pic 9(7).
77 ws-rcp-sub pic 99 value zero.

*> distinct dates on which some station made zero blins - the
*> master hands its records over in date order, so a date is new
*> when it differs from the last one counted
77 ws-shortday-count pic 9(5) value zero.
77 ws-last-shortday  pic x(8) value spaces.

*> latest leftover snapshot per station/ingredient - the audit log
*> re-states the same shelf stock on every record that touches it,
77 ws-money-disp    pic z(8)9.99 value zero.
77 ws-money-disp2   pic z(8)9.99 value zero.
77 ws-blin-disp     pic z(6)9    value zero.
77 ws-count-disp    pic z(4)9    value zero.

77 ws-env-var-name  pic x(20) value spaces.

        move 16 to return-code
        goback
    end-if.
    move low-values      to hm-key.
    move ws-period-start to hm-date.
    start history-file key is not less than hm-key
        invalid key
            close history-file
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
        if audit-date >= ws-period-start and audit-date <= ws-period-end
            evaluate audit-rec-type
                when 'I'
    move zero           to ws-rcp-blins(ws-rcp-sub).

note-shortfall-day.
    if audit-date = ws-last-shortday
        exit paragraph
    end-if.
    add 1 to ws-shortday-count.
    move audit-date to ws-last-shortday.

print-cost-report.
    display ' '.
