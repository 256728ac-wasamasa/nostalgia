    *> the report scans the production history master - the nightly
    *> job folds each day's audit records onto it before clearing
    *> the live log, so weekly and monthly windows see every day of
    *> their period rather than just today's records. it is keyed
    *> on date first, so the report starts reading at the first day
    *> of its period and stops after the last.
    select audit-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-audit-status.

    select calendar-file assign to "CALENDAR"
data division.
file section.
fd  audit-file
    record contains 80 characters.
    copy HISTREC.

fd  calendar-file
    record contains 13 characters.

working-storage section.
77 ws-audit-status  pic xx    value spaces.

*> the audit record carried on each history master record
copy AUDITREC.

77 ws-parm          pic x(80) value spaces.
77 ws-report-period pic x(7)  value spaces.
77 ws-period-days   pic 9(3)  value 7.
        move 16 to return-code
        goback
    end-if.
    move low-values      to hm-key.
    move ws-period-start to hm-date.
    start audit-file key is not less than hm-key
        invalid key
            close audit-file
            exit paragraph
    end-start.
    perform until exit
        read audit-file next record
            at end
                exit perform
        end-read
        if hm-date > ws-period-end
            exit perform
        end-if
        move hm-audit-image to audit-rec
        if audit-date >= ws-period-start
                and audit-date <= ws-period-end
            if audit-rec-type = 'S'
