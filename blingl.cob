identification division.
program-id. blingl.

environment division.
input-output section.
file-control.
    select glacct-file assign to "GLACCT"
        organization line sequential
        file status is ws-glacct-status.

    select prices-file assign to "PRICES"
        organization line sequential
        file status is ws-prices-status.

    *> the history master is keyed on date, station and record type,
    *> so only the journal date's records are read
    select history-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-history-status.

    select rcpthist-file assign to "RCPTHIST"
        organization sequential
        file status is ws-rcpthist-status.

    select spoilage-file assign to "SPOILAGE"
        organization sequential
        file status is ws-spoilage-status.

    select gljrnl-file assign to "GLJRNL"
        organization sequential
        file status is ws-gljrnl-status.

    select runctl-file assign to "RUNCTL"
        organization sequential
        file status is ws-runctl-status.

data division.
file section.
fd  glacct-file
    record contains 48 characters.
    copy GLACCT.

fd  prices-file
    record contains 23 characters.
    copy PRICEREC.

fd  history-file
    record contains 80 characters.
    copy HISTREC.

fd  rcpthist-file
    record contains 86 characters.
    copy RCPTHIST.

fd  spoilage-file
    record contains 57 characters.
    copy SPOILREC.

fd  gljrnl-file
    record contains 62 characters.
    copy GLJRNL.

fd  runctl-file
    record contains 43 characters.
    copy RUNCTL.

working-storage section.
*> the audit record carried on each history master record
copy AUDITREC.

77 ws-glacct-status   pic xx    value spaces.
77 ws-prices-status   pic xx    value spaces.
77 ws-history-status  pic xx    value spaces.
77 ws-rcpthist-status pic xx    value spaces.
77 ws-spoilage-status pic xx    value spaces.
77 ws-gljrnl-status   pic xx    value spaces.
77 ws-parm            pic x(80) value spaces.

77 ws-today        pic x(8)  value spaces.
77 ws-jrnl-date    pic x(8)  value spaces.
77 ws-env-var-name pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate      pic x(8)  value spaces.
77 ws-busdate-env  pic x(8)  value spaces.
77 ws-operator-id  pic x(8)  value spaces.

77 ws-runctl-status  pic xx    value spaces.
77 ws-runctl-present pic x     value 'Y'.
77 ws-rc-want-date   pic x(8)  value spaces.
77 ws-rc-want-prog   pic x(10) value spaces.
77 ws-rc-found       pic x     value space.
77 ws-rc-stamp       pic x     value space.
77 ws-rc-time        pic x(8)  value spaces.
77 ws-rc-clock-date  pic x(8)  value spaces.

77 ws-map-count pic 99 value zero.
01 ws-map-table.
   05 ws-map-entry occurs 40 times.
      10 ws-map-code   pic x(8).
      10 ws-map-debit  pic x(10).
      10 ws-map-credit pic x(10).
      10 ws-map-desc   pic x(20).
77 ws-map-sub pic 99 value zero.

77 ws-price-count pic 9(3) value zero.
01 ws-price-table.
   05 ws-price-entry occurs 100 times.
      10 ws-price-ing-id   pic x(8).
      10 ws-price-eff-date pic x(8).
      10 ws-price-amount   pic 9(5)v99.
77 ws-price-sub   pic 9(3)    value zero.
77 ws-price-found pic x       value 'N'.
77 ws-best-eff    pic x(8)    value spaces.
77 ws-found-price pic 9(5)v99 value zero.
77 ws-want-ing-id pic x(8)    value spaces.
77 ws-want-date   pic x(8)    value spaces.

*> one journal entry per movement code and direction for the day;
*> reverse 'Y' is an adjustment that put stock back, posted with
*> the mapped debit and credit accounts swapped
77 ws-je-count pic 99 value zero.
01 ws-je-table.
   05 ws-je-entry occurs 40 times.
      10 ws-je-code    pic x(8).
      10 ws-je-reverse pic x.
      10 ws-je-value   pic 9(9)v99.
      10 ws-je-records pic 9(5).
      10 ws-je-map-sub pic 99.
77 ws-je-sub pic 99 value zero.
77 ws-want-code    pic x(8) value spaces.
77 ws-want-reverse pic x    value 'N'.
77 ws-rec-value    pic 9(9)v99 value zero.
77 ws-unpriced     pic 9(5) value zero.
77 ws-unmapped     pic x    value 'N'.

*> expiry write-offs: the night run re-books a lot on every run it
*> stays on the inventory file, so a booking on the journal date
*> counts only when the lot was never booked on an earlier date
77 ws-exp-count pic 9(3) value zero.
01 ws-exp-table.
   05 ws-exp-entry occurs 100 times.
      10 ws-exp-station  pic x(10).
      10 ws-exp-ing-id   pic x(8).
      10 ws-exp-received pic x(8).
      10 ws-exp-expiry   pic x(8).
      10 ws-exp-value    pic 9(7)v99.
      10 ws-exp-earlier  pic x.
77 ws-exp-sub pic 9(3) value zero.

77 ws-line-no      pic 9(4)    value zero.
77 ws-total-debit  pic 9(9)v99 value zero.
77 ws-total-credit pic 9(9)v99 value zero.
77 ws-money-disp   pic z(8)9.99 value zero.
77 ws-money-disp2  pic z(8)9.99 value zero.
77 ws-count-disp   pic zzzz9   value zero.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blingl is starting up..'.
   perform determine-business-date.
   move ws-busdate to ws-today.
   perform determine-journal-date.
   perform check-run-control.

   perform load-account-map.
   perform load-price-table.
   perform tally-usage-and-adjustments.
   perform tally-receipts.
   perform tally-spoilage.
   perform check-every-code-mapped.
   perform write-journal.
   perform print-control-totals.

   move 'C' to ws-rc-stamp.
   perform stamp-run-control.
   if ws-unpriced > 0
      move 4 to return-code
   end-if.
   display 'Blingl shutting down..'.
   goback.

determine-journal-date.
   *> the business date to journal: PARM YYYYMMDD, default today -
   *> the date is only ever given when a night's export was missed
   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   if ws-parm not = spaces
      move ws-parm(1:8) to ws-jrnl-date
      if ws-jrnl-date is not numeric
         display 'ERROR: PARM must be the business date, YYYYMMDD'
         move 16 to return-code
         goback
      end-if
   else
      move ws-today to ws-jrnl-date
   end-if.
   display 'Journal for business date ' ws-jrnl-date.

check-run-control.
   *> a date is exported once: finance posts every file it gets, so
   *> a second export would double the day in the ledger. the day's
   *> audit records must be folded onto HISTORY first, or usage and
   *> adjustments would be missing from the journal.
   move ws-jrnl-date to ws-rc-want-date.
   move 'BLINGL'     to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-runctl-present not = 'Y'
      display 'WARNING: no run-control ledger yet - fold not checked'
      exit paragraph
   end-if.
   if ws-rc-found = 'C'
      display 'ERROR: the journal for business date ' ws-jrnl-date
         ' has already been exported'
      display '       - BLINCTL RESET,BLINGL,' ws-jrnl-date
         ' only once finance has reversed the first one'
      move 12 to return-code
      goback
   end-if.
   move 'BLINHIST' to ws-rc-want-prog.
   perform find-run-stamp.
   if ws-rc-found not = 'C'
      display 'ERROR: the history fold (BLINHIST) has not completed for '
         ws-jrnl-date ' - the day''s usage is not on HISTORY yet'
      move 12 to return-code
      goback
   end-if.

load-account-map.
   open input glacct-file.
   if ws-glacct-status not = '00'
      display 'ERROR: GL account map could not be opened, status '
         ws-glacct-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read glacct-file
         at end
            exit perform
      end-read
      if ga-code not = spaces
         if ws-map-count >= 40
            display 'ERROR: GL account map has more than 40 lines, rejecting'
            close glacct-file
            move 16 to return-code
            goback
         end-if
         if ga-debit-acct = spaces or ga-credit-acct = spaces
            display 'ERROR: GL account map line ' function trim(ga-code)
               ' is missing its debit or credit account'
            close glacct-file
            move 16 to return-code
            goback
         end-if
         add 1 to ws-map-count
         move ga-code        to ws-map-code(ws-map-count)
         move ga-debit-acct  to ws-map-debit(ws-map-count)
         move ga-credit-acct to ws-map-credit(ws-map-count)
         move ga-desc        to ws-map-desc(ws-map-count)
      end-if
   end-perform.
   close glacct-file.

load-price-table.
   open input prices-file.
   if ws-prices-status not = '00'
      display 'ERROR: price file could not be opened, status '
         ws-prices-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read prices-file
         at end
            exit perform
      end-read
      if ws-price-count >= 100
         display 'ERROR: price file has more than 100 records, rejecting'
         close prices-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-price-count
      move pr-ing-id   to ws-price-ing-id(ws-price-count)
      move pr-eff-date to ws-price-eff-date(ws-price-count)
      move pr-price    to ws-price-amount(ws-price-count)
   end-perform.
   close prices-file.

get-price-as-of-date.
   *> ws-want-ing-id and ws-want-date in: the latest price for the
   *> ingredient effective on or before that date
   move 'N'    to ws-price-found.
   move zero   to ws-found-price.
   move spaces to ws-best-eff.
   perform varying ws-price-sub from 1 by 1
         until ws-price-sub > ws-price-count
      if ws-price-ing-id(ws-price-sub) = ws-want-ing-id
            and ws-price-eff-date(ws-price-sub) <= ws-want-date
            and ws-price-eff-date(ws-price-sub) >= ws-best-eff
         move 'Y' to ws-price-found
         move ws-price-eff-date(ws-price-sub) to ws-best-eff
         move ws-price-amount(ws-price-sub)   to ws-found-price
      end-if
   end-perform.

tally-usage-and-adjustments.
   open input history-file.
   if ws-history-status not = '00'
      display 'ERROR: history master could not be opened, status '
         ws-history-status
      move 16 to return-code
      goback
   end-if.
   move ws-jrnl-date to ws-want-date.
   move low-values to hm-key.
   move ws-jrnl-date to hm-date.
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
      if hm-date > ws-jrnl-date
         exit perform
      end-if
      move hm-audit-image to audit-rec
      if audit-date = ws-jrnl-date
         evaluate audit-rec-type
            when 'I'
               move audit-ing-id to ws-want-ing-id
               perform get-price-as-of-date
               move 'USAGE' to ws-want-code
               move 'N'     to ws-want-reverse
               if ws-price-found = 'Y'
                  compute ws-rec-value = audit-ing-used * ws-found-price
               else
                  move zero to ws-rec-value
                  add 1 to ws-unpriced
               end-if
               perform add-to-journal-entry
            when 'A'
               *> sign and reason code ride in audit-recipe-id
               move audit-ing-id to ws-want-ing-id
               perform get-price-as-of-date
               move spaces to ws-want-code
               string 'ADJ' audit-recipe-id(2:2) delimited by size
                  into ws-want-code
               end-string
               if audit-recipe-id(1:1) = '-'
                  move 'N' to ws-want-reverse
               else
                  move 'Y' to ws-want-reverse
               end-if
               if ws-price-found = 'Y'
                  compute ws-rec-value = audit-ing-amount * ws-found-price
               else
                  move zero to ws-rec-value
                  add 1 to ws-unpriced
               end-if
               perform add-to-journal-entry
         end-evaluate
      end-if
   end-perform.
   close history-file.

tally-receipts.
   *> goods received into stock: every line BLINRECV booked on the
   *> day, against an order line or not, at the day's price
   open input rcpthist-file.
   if ws-rcpthist-status not = '00'
      display 'No receipt history yet - no goods received to journal.'
      exit paragraph
   end-if.
   move ws-jrnl-date to ws-want-date.
   perform until exit
      read rcpthist-file
         at end
            exit perform
      end-read
      if rh-recv-date = ws-jrnl-date
            and (rh-type = 'R' or rh-type = 'U')
         move rh-ing-id to ws-want-ing-id
         perform get-price-as-of-date
         move 'RECEIPT' to ws-want-code
         move 'N'       to ws-want-reverse
         if ws-price-found = 'Y'
            compute ws-rec-value = rh-qty-booked * ws-found-price
         else
            move zero to ws-rec-value
            add 1 to ws-unpriced
         end-if
         perform add-to-journal-entry
      end-if
   end-perform.
   close rcpthist-file.

tally-spoilage.
   *> sp-value is already priced on the booking day. bin-outs all
   *> count; expiry bookings are gathered first, then a second pass
   *> strikes out any lot already booked on an earlier date.
   open input spoilage-file.
   if ws-spoilage-status not = '00'
      display 'No spoilage ledger yet - no write-offs to journal.'
      exit paragraph
   end-if.
   perform until exit
      read spoilage-file
         at end
            exit perform
      end-read
      if sp-date = ws-jrnl-date
         if sp-reason = 'E'
            perform note-expiry-booking
         else
            move 'SPOILB' to ws-want-code
            move 'N'      to ws-want-reverse
            move sp-value to ws-rec-value
            perform add-to-journal-entry
         end-if
      end-if
   end-perform.
   close spoilage-file.
   if ws-exp-count = 0
      exit paragraph
   end-if.

   open input spoilage-file.
   perform until exit
      read spoilage-file
         at end
            exit perform
      end-read
      if sp-date < ws-jrnl-date and sp-reason = 'E'
         perform varying ws-exp-sub from 1 by 1
               until ws-exp-sub > ws-exp-count
            if ws-exp-station(ws-exp-sub) = sp-station
                  and ws-exp-ing-id(ws-exp-sub) = sp-ing-id
                  and ws-exp-received(ws-exp-sub) = sp-received
                  and ws-exp-expiry(ws-exp-sub) = sp-expiry
               move 'Y' to ws-exp-earlier(ws-exp-sub)
            end-if
         end-perform
      end-if
   end-perform.
   close spoilage-file.
   move 'SPOILE' to ws-want-code.
   move 'N'      to ws-want-reverse.
   perform varying ws-exp-sub from 1 by 1 until ws-exp-sub > ws-exp-count
      if ws-exp-earlier(ws-exp-sub) not = 'Y'
         move ws-exp-value(ws-exp-sub) to ws-rec-value
         perform add-to-journal-entry
      end-if
   end-perform.

note-expiry-booking.
   perform varying ws-exp-sub from 1 by 1 until ws-exp-sub > ws-exp-count
      if ws-exp-station(ws-exp-sub) = sp-station
            and ws-exp-ing-id(ws-exp-sub) = sp-ing-id
            and ws-exp-received(ws-exp-sub) = sp-received
            and ws-exp-expiry(ws-exp-sub) = sp-expiry
         exit paragraph
      end-if
   end-perform.
   if ws-exp-count >= 100
      display 'ERROR: more than 100 expired lots booked on the day, rejecting'
      close spoilage-file
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-exp-count.
   move sp-station  to ws-exp-station(ws-exp-count).
   move sp-ing-id   to ws-exp-ing-id(ws-exp-count).
   move sp-received to ws-exp-received(ws-exp-count).
   move sp-expiry   to ws-exp-expiry(ws-exp-count).
   move sp-value    to ws-exp-value(ws-exp-count).
   move 'N'         to ws-exp-earlier(ws-exp-count).

add-to-journal-entry.
   *> ws-want-code, ws-want-reverse and ws-rec-value in
   perform varying ws-je-sub from 1 by 1 until ws-je-sub > ws-je-count
      if ws-je-code(ws-je-sub) = ws-want-code
            and ws-je-reverse(ws-je-sub) = ws-want-reverse
         exit perform
      end-if
   end-perform.
   if ws-je-sub > ws-je-count
      if ws-je-count >= 40
         display 'ERROR: more than 40 journal entries for the day, rejecting'
         move 16 to return-code
         goback
      end-if
      add 1 to ws-je-count
      move ws-je-count     to ws-je-sub
      move ws-want-code    to ws-je-code(ws-je-sub)
      move ws-want-reverse to ws-je-reverse(ws-je-sub)
      move zero            to ws-je-value(ws-je-sub)
      move zero            to ws-je-records(ws-je-sub)
      move zero            to ws-je-map-sub(ws-je-sub)
   end-if.
   add ws-rec-value to ws-je-value(ws-je-sub).
   add 1 to ws-je-records(ws-je-sub).

check-every-code-mapped.
   *> a movement with no account to go to would leave the journal
   *> short of the stock it moved - refuse the whole export instead
   *> of sending finance part of a day
   perform varying ws-je-sub from 1 by 1 until ws-je-sub > ws-je-count
      perform varying ws-map-sub from 1 by 1 until ws-map-sub > ws-map-count
         if ws-map-code(ws-map-sub) = ws-je-code(ws-je-sub)
            move ws-map-sub to ws-je-map-sub(ws-je-sub)
            exit perform
         end-if
      end-perform
      if ws-je-map-sub(ws-je-sub) = zero
         display 'ERROR: no GLACCT line for movement code '
            function trim(ws-je-code(ws-je-sub))
         move 'Y' to ws-unmapped
      end-if
   end-perform.
   if ws-unmapped = 'Y'
      display 'ERROR: nothing exported - add the missing codes to GLACCT'
         ' and run again'
      move 16 to return-code
      goback
   end-if.

write-journal.
   open output gljrnl-file.
   if ws-gljrnl-status not = '00'
      display 'ERROR: journal file could not be opened, status '
         ws-gljrnl-status
      move 16 to return-code
      goback
   end-if.
   perform varying ws-je-sub from 1 by 1 until ws-je-sub > ws-je-count
      if ws-je-value(ws-je-sub) > 0
         move ws-je-map-sub(ws-je-sub) to ws-map-sub
         move ws-jrnl-date             to gj-bus-date
         move ws-je-code(ws-je-sub)    to gj-code
         move ws-map-desc(ws-map-sub)  to gj-desc
         move ws-je-value(ws-je-sub)   to gj-amount
         add 1 to ws-line-no
         move ws-line-no to gj-line-no
         move 'D' to gj-dr-cr
         if ws-je-reverse(ws-je-sub) = 'Y'
            move ws-map-credit(ws-map-sub) to gj-account
         else
            move ws-map-debit(ws-map-sub)  to gj-account
         end-if
         write gljrnl-rec
         add gj-amount to ws-total-debit
         add 1 to ws-line-no
         move ws-line-no to gj-line-no
         move 'C' to gj-dr-cr
         if ws-je-reverse(ws-je-sub) = 'Y'
            move ws-map-debit(ws-map-sub)  to gj-account
         else
            move ws-map-credit(ws-map-sub) to gj-account
         end-if
         write gljrnl-rec
         add gj-amount to ws-total-credit
      end-if
   end-perform.
   close gljrnl-file.
   if ws-total-debit not = ws-total-credit
      display 'ERROR: journal does not balance - debits and credits differ'
      move 16 to return-code
      goback
   end-if.

print-control-totals.
   display ' '.
   display '==== GL journal for business date ' ws-jrnl-date ' (rubles) ===='.
   if ws-je-count = 0
      display 'No stock movements on the day - empty journal written.'
   end-if.
   perform varying ws-je-sub from 1 by 1 until ws-je-sub > ws-je-count
      move ws-je-map-sub(ws-je-sub) to ws-map-sub
      move ws-je-value(ws-je-sub)   to ws-money-disp
      move ws-je-records(ws-je-sub) to ws-count-disp
      if ws-je-reverse(ws-je-sub) = 'Y'
         display '  ' ws-je-code(ws-je-sub) ' DR ' ws-map-credit(ws-map-sub)
            ' CR ' ws-map-debit(ws-map-sub) ' ' ws-money-disp
            '  (' function trim(ws-count-disp) ' record(s), stock put back)'
      else
         display '  ' ws-je-code(ws-je-sub) ' DR ' ws-map-debit(ws-map-sub)
            ' CR ' ws-map-credit(ws-map-sub) ' ' ws-money-disp
            '  (' function trim(ws-count-disp) ' record(s))'
      end-if
   end-perform.
   display ' '.
   move ws-total-debit  to ws-money-disp.
   move ws-total-credit to ws-money-disp2.
   move ws-line-no      to ws-count-disp.
   display 'CONTROL TOTAL  debits ' function trim(ws-money-disp)
      '  credits ' function trim(ws-money-disp2)
      '  journal lines ' function trim(ws-count-disp).
   if ws-unpriced > 0
      move ws-unpriced to ws-count-disp
      display 'WARNING: ' function trim(ws-count-disp)
         ' record(s) had no price on file and went in at nil'
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
   *> appends this program's ws-rc-stamp for the journal date
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
   move ws-jrnl-date  to rc-bus-date.
   move 'BLINGL'      to rc-program.
   move ws-rc-stamp   to rc-status.
   move ws-rc-clock-date to rc-stamp-date.
   move ws-rc-time    to rc-stamp-time.
   move ws-operator-id to rc-operator.
   write runctl-rec.
   close runctl-file.

end program blingl.
