        organization sequential
        file status is ws-auditlog-status.

    *> the history master is keyed on date, station and record type,
    *> so the fold inserts just tonight's records and the reports
    *> read only the days they ask for
    select history-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-history-status.

    *> the old flat 57-byte master, read once by LOAD to build the
    *> keyed one
    select histold-file assign to "HISTOLD"
        organization sequential
        file status is ws-histold-status.

    *> run-control ledger: the daily chain's order, per business date
    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
    copy AUDITREC.

fd  history-file
    record contains 80 characters.
    copy HISTREC.

fd  histold-file
    record contains 57 characters.
01  histold-rec pic x(57).

fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
77 ws-auditlog-status pic xx value spaces.
77 ws-history-status  pic xx value spaces.
77 ws-histold-status  pic xx value spaces.

*> the history record laid out for inspection - the master carries
*> it as a raw 57-byte image behind the key, untouched
copy AUDITREC replacing leading ==audit-== by ==hist-==.

77 ws-run-mode pic x(8) value spaces.
*> the distinct dates tonight's audit log carries - normally one
77 ws-fold-date-count pic 99 value zero.
01 ws-fold-date-table.
   05 ws-fold-date-entry occurs 31 times.
      10 ws-fold-date    pic x(8).
      10 ws-fold-on-file pic x.
77 ws-fold-sub pic 99 value zero.

77 ws-dup-found    pic x    value 'N'.
77 ws-fold-recs    pic 9(5) value zero.
77 ws-copied-recs  pic 9(7) value zero.
77 ws-dropped-recs pic 9(7) value zero.
77 ws-history-new  pic x    value 'N'.
77 ws-want-date    pic x(8) value spaces.

*> the key sequence: records sharing a date/station/type are
*> numbered in the order they are written; the last group written
*> is remembered so a station's run of 'I' records numbers on
*> without probing from 1 every time
77 ws-last-group pic x(19) value spaces.
77 ws-last-seq   pic 9(4)  value zero.
77 ws-next-seq   pic 9(4)  value zero.

*> per date/station/type group, every distinct record seen - a
*> double-folded day lands the same records twice in each group,
*> so the repeats show up as exact duplicates within it
77 ws-seen-count pic 9(3) value zero.
01 ws-seen-table.
   05 ws-seen-rec occurs 500 times pic x(57).
77 ws-seen-sub      pic 9(3)  value zero.
77 ws-current-group pic x(19) value spaces.
77 ws-rec-is-dup    pic x     value 'N'.

*> monthly rollup work: detail older than the cutoff collapses to
*> one 'M' record per month/station/recipe (runs and blins) and one
*> 'N' record per month/station/recipe/ingredient (amount used).
*> the master arrives in date order, so each month is summarised
*> and written as soon as the next one starts - the tables only
*> ever hold one month
77 ws-keep-months pic 9(3) value 12.
77 ws-cutoff-date pic x(8) value spaces.
77 ws-month-total pic 9(5) value zero.
77 ws-cut-year    pic 9(4) value zero.
77 ws-cut-month   pic 99   value zero.
77 ws-current-month pic x(6)  value spaces.
77 ws-resume-key    pic x(23) value spaces.
77 ws-summary-recs  pic 9(7)  value zero.

77 ws-msum-count pic 9(3) value zero.
01 ws-msum-table.

77 ws-today        pic x(8)  value spaces.
77 ws-env-var-name pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate      pic x(8)  value spaces.
77 ws-busdate-env  pic x(8)  value spaces.
77 ws-env-value    pic x(8)  value spaces.

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
77 ws-numval-check pic s9(4) comp value zero.
77 ws-count-disp   pic z(6)9 value zero.
77 ws-count-disp2  pic z(6)9 value zero.
procedure division using lk-exec-parm.
main.
   display 'Blinhist is starting up..'.
   perform determine-business-date.
   move ws-busdate to ws-today.

   move spaces to ws-parm.
   if lk-parm-length > 0
      when 'ROLLUP'
         move 'ROLLUP' to ws-run-mode
         perform rollup-old-detail
      when 'LOAD'
         move 'LOAD' to ws-run-mode
         perform load-keyed-master
      when other
         display 'ERROR: unknown function ' function trim(ws-parm)
            ' - use FOLD, DEDUP, ROLLUP or LOAD'
         move 16 to return-code
   end-evaluate.
   display 'Blinhist shutting down..'.
   goback.

fold-audit-log.
   *> tonight's audit records are inserted onto the keyed master -
   *> nothing else on it is read or rewritten. The fold REFUSES a
   *> day whose records are already on the master (one keyed look
   *> per date on the log), so a resubmit with RESTART=ARCHIVE after
   *> a completed fold never double-counts the day in every report
   *> window. Set BLINHIST_DUPDAY=REPLACE to fold anyway: the day's
   *> existing records are deleted and tonight's inserted in their
   *> place - that is also the way back after a fold that died part
   *> way through, so a re-run is idempotent instead of fatal.
   move 'BLINHIST_DUPDAY' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   accept ws-env-value from environment-value.
      move 'Y' to ws-replace-mode
   end-if.

   perform check-run-control.
   perform collect-fold-dates.
   perform open-history-master.
   perform check-fold-dates-on-master.
   if ws-dup-found = 'Y' and ws-replace-mode not = 'Y'
      close history-file
      display 'ERROR: the history master already has records for a date'
      display '       on tonight''s audit log - folding again would'
      display '       double-count the day in every report window.'
      move 8 to return-code
      goback
   end-if.
   if ws-dup-found = 'Y'
      perform varying ws-fold-sub from 1 by 1
            until ws-fold-sub > ws-fold-date-count
         if ws-fold-on-file(ws-fold-sub) = 'Y'
            move ws-fold-date(ws-fold-sub) to ws-want-date
            perform drop-date-from-master
         end-if
      end-perform
   end-if.
   perform insert-audit-log.
   close history-file.
   move ws-copied-recs to ws-count-disp.
   display 'Fold complete: ' function trim(ws-count-disp)
      ' record(s) folded on.'.
   if ws-dropped-recs > 0
      move ws-dropped-recs to ws-count-disp
      display '(' function trim(ws-count-disp)
         ' stale record(s) for the re-folded day replaced)'
   end-if.
   move 'C' to ws-rc-stamp.
   perform stamp-run-control.

check-run-control.
   *> the fold takes tonight's audit log onto the master, so
   *> tonight's run must have finished writing it; a fold that
   *> would repeat the day is stopped by the duplicate-day check
   move ws-today    to ws-rc-want-date.
   move 'BLINMAKER' to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-runctl-present not = 'Y'
      display 'WARNING: no run-control ledger yet - run order not checked'
      exit paragraph
   end-if.
   if ws-rc-found not = 'C'
      display 'ERROR: tonight''s run (BLINMAKER) has not completed for '
         ws-today ' - its audit log is not ready to fold'
      move 12 to return-code
      goback
   end-if.

collect-fold-dates.
   open input auditlog-file.
   end-if.
   add 1 to ws-fold-date-count.
   move audit-date to ws-fold-date(ws-fold-date-count).
   move 'N'        to ws-fold-on-file(ws-fold-date-count).

open-history-master.
   *> the very first fold finds no master yet and starts one
   open i-o history-file.
   if ws-history-status = '35'
      open output history-file
      move 'Y' to ws-history-new
   end-if.
   if ws-history-status not = '00'
      display 'ERROR: history master could not be opened, status '
         ws-history-status
      move 16 to return-code
      goback
   end-if.

check-fold-dates-on-master.
   move 'N' to ws-dup-found.
   if ws-history-new = 'Y'
      exit paragraph
   end-if.
   perform varying ws-fold-sub from 1 by 1
         until ws-fold-sub > ws-fold-date-count
      move ws-fold-date(ws-fold-sub) to ws-want-date
      perform find-date-on-master
      if ws-date-matches = 'Y'
         move 'Y' to ws-fold-on-file(ws-fold-sub)
         move 'Y' to ws-dup-found
      end-if
   end-perform.

find-date-on-master.
   *> ws-want-date in, ws-date-matches out; leaves the master
   *> positioned on the date's first record when there is one
   move 'N' to ws-date-matches.
   move low-values   to hm-key.
   move ws-want-date to hm-date.
   start history-file key is not less than hm-key
      invalid key
         exit paragraph
   end-start.
   read history-file next record
      at end
         exit paragraph
   end-read.
   if hm-date = ws-want-date
      move 'Y' to ws-date-matches
   end-if.

drop-date-from-master.
   *> BLINHIST_DUPDAY=REPLACE: every record already on file for
   *> ws-want-date goes before tonight's are inserted
   perform find-date-on-master.
   perform until ws-date-matches not = 'Y'
      delete history-file record
         invalid key
            display 'ERROR: history record could not be deleted, status '
               ws-history-status
            close history-file
            move 16 to return-code
            goback
      end-delete
      add 1 to ws-dropped-recs
      read history-file next record
         at end
            move 'N' to ws-date-matches
      end-read
      if hm-date not = ws-want-date
         move 'N' to ws-date-matches
      end-if
   end-perform.

insert-audit-log.
   if ws-fold-recs = 0
      exit paragraph
   end-if.
   open input auditlog-file.
   if ws-auditlog-status not = '00'
      display 'ERROR: audit log could not be reopened, status '
         ws-auditlog-status
      close history-file
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read auditlog-file
         at end
            exit perform
      end-read
      move audit-rec to hist-rec
      perform write-history-record
      add 1 to ws-copied-recs
   end-perform.
   close auditlog-file.

write-history-record.
   *> hist-rec in: keyed on its date, station and type, numbered on
   *> from the last record of the same group, or the first free
   *> number in the group when it is a fresh one
   move hist-date       to hm-date.
   move hist-station-id to hm-station-id.
   move hist-rec-type   to hm-rec-type.
   move hist-rec        to hm-audit-image.
   if hm-key(1:19) = ws-last-group
      compute ws-next-seq = ws-last-seq + 1
   else
      move 1 to ws-next-seq
   end-if.
   perform until exit
      move ws-next-seq to hm-seq
      write hm-history-rec
         invalid key
            continue
      end-write
      if ws-history-status(1:1) = '0'
         exit perform
      end-if
      if ws-history-status not = '22' or ws-next-seq >= 9999
         display 'ERROR: history record could not be written, status '
            ws-history-status ' key ' hm-key
         close history-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-next-seq
   end-perform.
   move hm-key(1:19) to ws-last-group.
   move ws-next-seq  to ws-last-seq.

strip-duplicate-days.
   *> maintenance pass for the damage done back when the fold was a
   *> blind append: a double-folded day carries each record twice,
   *> under the same date/station/type, so within each such group
   *> exact repeats are deleted in place and the first of each kept.
   open i-o history-file.
   if ws-history-status not = '00'
      display 'ERROR: history master could not be opened, status '
         ws-history-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read history-file next record
         at end
            exit perform
      end-read
      if hm-key(1:19) not = ws-current-group
         move hm-key(1:19) to ws-current-group
         move zero to ws-seen-count
      end-if
      perform check-record-seen
      if ws-rec-is-dup = 'Y'
         delete history-file record
            invalid key
               display 'ERROR: history record could not be deleted, status '
                  ws-history-status
               close history-file
               move 16 to return-code
               goback
         end-delete
         add 1 to ws-dropped-recs
      else
         add 1 to ws-copied-recs
      end-if
   end-perform.
   close history-file.
   move ws-copied-recs  to ws-count-disp.
   move ws-dropped-recs to ws-count-disp2.
   display 'Dedup complete: ' function trim(ws-count-disp)
   move 'N' to ws-rec-is-dup.
   perform varying ws-seen-sub from 1 by 1
         until ws-seen-sub > ws-seen-count
      if ws-seen-rec(ws-seen-sub) = hm-audit-image
         move 'Y' to ws-rec-is-dup
         exit paragraph
      end-if
   end-perform.
   if ws-seen-count >= 500
      display 'ERROR: more than 500 records for one date/station/type, '
         'rejecting'
      close history-file
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-seen-count.
   move hm-audit-image to ws-seen-rec(ws-seen-count).

rollup-old-detail.
   *> every report used to read the whole master; detail older than
   *> BLINHIST_KEEPMONTHS whole months (12 unless told otherwise)
   *> collapses into one 'M' record per month/station/recipe (run
   *> count in the amount field, blins in the blin field) and one
   *> 'N' record per month/station/recipe/ingredient (amount used),
   *> which the report programs understand. Done in place: only the
   *> master's oldest records, up to the cutoff, are read; the
   *> detail is deleted and the summaries inserted. Adjustment 'A'
   *> records stay untouched - they are few and carry their own
   *> dates.
   move 'BLINHIST_KEEPMONTHS' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   accept ws-env-value from environment-value.
   perform compute-cutoff-date.
   display 'Rolling up detail older than ' ws-cutoff-date '.'.

   open i-o history-file.
   if ws-history-status not = '00'
      display 'ERROR: history master could not be opened, status '
         ws-history-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read history-file next record
         at end
            exit perform
      end-read
      if hm-date >= ws-cutoff-date
         exit perform
      end-if
      if hm-date(1:6) not = ws-current-month
         if ws-current-month not = spaces
            perform flush-finished-month
         end-if
         move hm-date(1:6) to ws-current-month
      end-if
      move hm-audit-image to hist-rec
      if hist-rec-type = 'A'
         add 1 to ws-copied-recs
      else
         perform accumulate-old-record
         delete history-file record
            invalid key
               display 'ERROR: history record could not be deleted, status '
                  ws-history-status
               close history-file
               move 16 to return-code
               goback
         end-delete
         add 1 to ws-dropped-recs
      end-if
   end-perform.
   if ws-current-month not = spaces
      perform write-monthly-summaries
   end-if.
   close history-file.
   move ws-dropped-recs to ws-count-disp.
   move ws-summary-recs to ws-count-disp2.
   display 'Rollup complete: ' function trim(ws-count-disp)
      ' record(s) rolled into ' function trim(ws-count-disp2)
      ' monthly summary record(s).'.
   move ws-copied-recs to ws-count-disp.
   display '(' function trim(ws-count-disp)
      ' adjustment record(s) before the cutoff kept as they were)'.

flush-finished-month.
   *> the record just read opens a new month: write the finished
   *> month's summaries, then put the read position back on that
   *> record so it is taken up again in the new month
   move hm-key to ws-resume-key.
   perform write-monthly-summaries.
   move ws-resume-key to hm-key.
   start history-file key is not less than hm-key
      invalid key
         display 'ERROR: history master could not be repositioned, status '
            ws-history-status
         close history-file
         move 16 to return-code
         goback
   end-start.
   read history-file next record
      at end
         display 'ERROR: history master could not be repositioned, status '
            ws-history-status
         close history-file
         move 16 to return-code
         goback
   end-read.

load-keyed-master.
   *> one-off conversion: reads the old flat master off HISTOLD and
   *> writes every record onto the newly defined keyed master, in
   *> the order it was folded
   open input histold-file.
   if ws-histold-status not = '00'
      display 'ERROR: old history file could not be opened, status '
         ws-histold-status
      move 16 to return-code
      goback
   end-if.
   open output history-file.
   if ws-history-status not = '00'
      display 'ERROR: history master could not be opened, status '
         ws-history-status
      close histold-file
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read histold-file
         at end
            exit perform
      end-read
      move histold-rec to hist-rec
      perform write-history-record
      add 1 to ws-copied-recs
   end-perform.
   close histold-file.
   close history-file.
   move ws-copied-recs to ws-count-disp.
   display 'Load complete: ' function trim(ws-count-disp)
      ' record(s) onto the keyed history master.'.

compute-cutoff-date.
   *> first day of the month BLINHIST_KEEPMONTHS whole months back
   if ws-msum-count >= 200
      display 'ERROR: more than 200 month/station/recipe groups, rejecting'
      close history-file
      move 16 to return-code
      goback
   end-if.
   if ws-nsum-count >= 400
      display 'ERROR: more than 400 month/ingredient groups, rejecting'
      close history-file
      move 16 to return-code
      goback
   end-if.
      else
         move ws-msum-blins(ws-msum-sub) to hist-blin-amount
      end-if
      perform write-history-record
      add 1 to ws-summary-recs
   end-perform.
   perform varying ws-nsum-sub from 1 by 1
         until ws-nsum-sub > ws-nsum-count
         move ws-nsum-used(ws-nsum-sub) to hist-ing-amount
      end-if
      move hist-ing-amount to hist-ing-used
      perform write-history-record
      add 1 to ws-summary-recs
   end-perform.
   move zero to ws-msum-count.
   move zero to ws-nsum-count.

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
   move 'BLINHIST'    to rc-program.
   move ws-rc-stamp   to rc-status.
   move ws-rc-clock-date to rc-stamp-date.
   move ws-rc-time    to rc-stamp-time.
   move ws-operator-id to rc-operator.
   write runctl-rec.
   close runctl-file.

end program blinhist.
