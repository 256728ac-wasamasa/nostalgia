identification division.
program-id. blinval.

environment division.
input-output section.
file-control.
    select inventory-file assign to "INVNTRY"
        organization sequential
        file status is ws-inventory-status.

    select leftover-file assign to "LEFTOVER"
        organization sequential
        file status is ws-leftover-status.

    select prices-file assign to "PRICES"
        organization line sequential
        file status is ws-prices-status.

    select rcpthist-file assign to "RCPTHIST"
        organization sequential
        file status is ws-rcpthist-status.

    *> the history master is keyed on date, station and record type,
    *> so only the movement period's days are read
    select history-file assign to "HISTORY"
        organization indexed
        access dynamic
        record key hm-key
        file status is ws-history-status.

    select spoilage-file assign to "SPOILAGE"
        organization sequential
        file status is ws-spoilage-status.

    select valprev-file assign to "VALPREV"
        organization sequential
        file status is ws-valprev-status.

    select valsnap-file assign to "VALSNAP"
        organization sequential
        file status is ws-valsnap-status.

data division.
file section.
fd  inventory-file
    record contains 29 characters.
    copy INVLOT.

fd  leftover-file
    record contains 33 characters.
    copy LEFTOVR.

fd  prices-file
    record contains 23 characters.
    copy PRICEREC.

fd  rcpthist-file
    record contains 86 characters.
    copy RCPTHIST.

fd  history-file
    record contains 80 characters.
    copy HISTREC.

fd  spoilage-file
    record contains 57 characters.
    copy SPOILREC.

fd  valprev-file
    record contains 67 characters.
    copy VALSNAP replacing leading ==vs-== by ==vp-==.

fd  valsnap-file
    record contains 67 characters.
    copy VALSNAP.

working-storage section.
*> the audit record carried on each history master record
copy AUDITREC.

77 ws-inventory-status pic xx    value spaces.
77 ws-leftover-status  pic xx    value spaces.
77 ws-prices-status    pic xx    value spaces.
77 ws-rcpthist-status  pic xx    value spaces.
77 ws-history-status   pic xx    value spaces.
77 ws-spoilage-status  pic xx    value spaces.
77 ws-valprev-status   pic xx    value spaces.
77 ws-valsnap-status   pic xx    value spaces.
77 ws-parm             pic x(80) value spaces.

77 ws-today         pic 9(8)  value zero.
77 ws-val-date      pic x(8)  value spaces.
77 ws-val-integer   pic 9(9)  value zero.
77 ws-work-date     pic 9(8)  value zero.
77 ws-work-integer  pic 9(9)  value zero.
77 ws-age-days      pic s9(7) value zero.

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

*> closing value per ingredient, with the stockroom lots split into
*> ageing buckets both ways: days since received (0-7, 8-14, 15-30,
*> over 30) and days left to expiry (expired, 0-2, 3-7, over 7).
*> the expired bucket holds a quantity, not a value - those lots
*> are carried at nil. station stock has no lot dates and is kept
*> apart as undated.
77 ws-ing-count pic 99 value zero.
01 ws-ing-table.
   05 ws-ing-entry occurs 20 times.
      10 ws-ing-id          pic x(8).
      10 ws-ing-qty         pic 9(9).
      10 ws-ing-value       pic 9(9)v99.
      10 ws-ing-unpriced    pic x.
      10 ws-ing-recv-val    pic 9(9)v99 occurs 4 times.
      10 ws-ing-exp-val     pic 9(9)v99 occurs 4 times.
      10 ws-ing-expired-qty pic 9(9).
      10 ws-ing-undated-val pic 9(9)v99.
77 ws-ing-sub pic 99 value zero.

77 ws-loc-count pic 99 value zero.
01 ws-loc-table.
   05 ws-loc-entry occurs 30 times.
      10 ws-loc-id    pic x(10).
      10 ws-loc-lines pic 9(5).
      10 ws-loc-value pic 9(9)v99.
77 ws-loc-sub pic 99 value zero.

01 ws-bucket-totals.
   05 ws-tot-recv-val occurs 4 times pic 9(9)v99 value zero.
   05 ws-tot-exp-val  occurs 4 times pic 9(9)v99 value zero.
77 ws-tot-expired-qty  pic 9(9)    value zero.
77 ws-tot-expired-lots pic 9(5)    value zero.
77 ws-tot-undated-val  pic 9(9)v99 value zero.
77 ws-bucket           pic 9       value zero.

01 ws-recv-bucket-names.
   05 filler pic x(12) value '0-7 days'.
   05 filler pic x(12) value '8-14 days'.
   05 filler pic x(12) value '15-30 days'.
   05 filler pic x(12) value 'over 30 days'.
01 ws-recv-bucket-table redefines ws-recv-bucket-names.
   05 ws-recv-bucket-name pic x(12) occurs 4 times.
01 ws-exp-bucket-names.
   05 filler pic x(12) value 'expired'.
   05 filler pic x(12) value '0-2 days'.
   05 filler pic x(12) value '3-7 days'.
   05 filler pic x(12) value 'over 7 days'.
01 ws-exp-bucket-table redefines ws-exp-bucket-names.
   05 ws-exp-bucket-name pic x(12) occurs 4 times.

77 ws-line-location pic x(10)    value spaces.
77 ws-line-value    pic 9(9)v99  value zero.
77 ws-line-expired  pic x        value 'N'.
77 ws-closing-value pic 9(9)v99  value zero.
77 ws-snap-lines    pic 9(5)     value zero.
77 ws-unpriced-lines pic 9(5)    value zero.
77 ws-leftover-date pic x(8)     value spaces.
77 ws-main-skipped  pic x        value 'N'.

*> the movement since the opening snapshot. opening stock is
*> re-priced at today's prices first, so a price change shows as
*> its own line instead of landing in the unexplained difference;
*> every movement is valued at the price of its own day.
77 ws-opening-present pic x        value 'N'.
77 ws-open-date       pic x(8)     value spaces.
77 ws-open-value      pic 9(9)v99  value zero.
77 ws-reval-value     pic s9(9)v99 value zero.
77 ws-receipt-value   pic 9(9)v99  value zero.
77 ws-usage-value     pic 9(9)v99  value zero.
77 ws-spoil-value     pic 9(9)v99  value zero.
77 ws-adj-in-value    pic 9(9)v99  value zero.
77 ws-adj-out-value   pic 9(9)v99  value zero.
77 ws-expected-value  pic s9(9)v99 value zero.
77 ws-unexplained     pic s9(9)v99 value zero.
77 ws-move-unpriced   pic 9(5)     value zero.
77 ws-rec-value       pic 9(9)v99  value zero.

*> expiry write-offs: the nightly run re-books a lot every night it
*> stays on the inventory file, so only the first booking of a lot
*> in the period counts - and none at all for a lot that had
*> already expired at the opening valuation, which carried it at nil
77 ws-exp-count pic 9(3) value zero.
01 ws-exp-table.
   05 ws-exp-entry occurs 300 times.
      10 ws-exp-station  pic x(10).
      10 ws-exp-ing-id   pic x(8).
      10 ws-exp-received pic x(8).
      10 ws-exp-expiry   pic x(8).
77 ws-exp-sub pic 9(3) value zero.

77 ws-money-disp  pic z(8)9.99  value zero.
77 ws-money-disp2 pic z(8)9.99  value zero.
77 ws-signed-disp pic -(9)9.99  value zero.
77 ws-qty-disp    pic z(8)9     value zero.
77 ws-count-disp  pic zzzz9     value zero.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blinval is starting up..'.

   perform determine-valuation-date.
   perform load-price-table.
   perform read-opening-snapshot.
   perform open-snapshot-file.
   perform value-stockroom-lots.
   perform value-station-balances.
   close valsnap-file.
   if ws-opening-present = 'Y'
      perform tally-receipts
      perform tally-usage-and-adjustments
      perform tally-spoilage
   end-if.
   perform print-valuation-report.
   if ws-opening-present = 'Y'
      perform print-movement-report
   end-if.

   display 'Blinval shutting down..'.
   goback.

determine-valuation-date.
   *> PARM is the valuation date, YYYYMMDD; without it today. the
   *> stock itself is always the inventory file and last night's
   *> closing balances as they stand - the date sets the prices,
   *> the ageing and the snapshot's date, so run it on the last
   *> night of the month after the night chain has finished.
   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   if ws-parm not = spaces
      move ws-parm(1:8) to ws-val-date
      if ws-val-date is not numeric
         display 'ERROR: PARM must be the valuation date, YYYYMMDD'
         move 16 to return-code
         goback
      end-if
   else
      accept ws-today from date yyyymmdd
      move ws-today to ws-val-date
   end-if.
   move ws-val-date to ws-work-date.
   compute ws-val-integer = function integer-of-date(ws-work-date).
   display 'Valuing stock as of ' ws-val-date.

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
   if ws-price-count = 0
      display 'ERROR: price file is empty, nothing to value with'
      move 16 to return-code
      goback
   end-if.

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

read-opening-snapshot.
   *> VALPREV is last month's VALSNAP; an empty or missing one (the
   *> first month on the system) just means no movement section
   open input valprev-file.
   if ws-valprev-status not = '00'
      display 'No opening snapshot (VALPREV) - movement will not be shown.'
      exit paragraph
   end-if.
   perform until exit
      read valprev-file
         at end
            exit perform
      end-read
      if ws-opening-present = 'N'
         move 'Y'         to ws-opening-present
         move vp-val-date to ws-open-date
         if ws-open-date not < ws-val-date
            display 'ERROR: opening snapshot is dated ' ws-open-date
               ', not earlier than the valuation date ' ws-val-date
            close valprev-file
            move 16 to return-code
            goback
         end-if
      end-if
      add vp-value to ws-open-value
      if vp-value > 0
         move vp-ing-id   to ws-want-ing-id
         move ws-val-date to ws-want-date
         perform get-price-as-of-date
         if ws-price-found = 'Y'
            compute ws-rec-value = vp-qty * ws-found-price
            compute ws-reval-value
               = ws-reval-value + ws-rec-value - vp-value
         end-if
      end-if
   end-perform.
   close valprev-file.
   if ws-opening-present = 'N'
      display 'Opening snapshot (VALPREV) is empty - movement will not be shown.'
   end-if.

open-snapshot-file.
   open output valsnap-file.
   if ws-valsnap-status not = '00'
      display 'ERROR: snapshot file could not be opened, status '
         ws-valsnap-status
      move 16 to return-code
      goback
   end-if.

value-stockroom-lots.
   open input inventory-file.
   if ws-inventory-status not = '00'
      display 'ERROR: inventory file could not be opened, status '
         ws-inventory-status
      close valsnap-file
      move 16 to return-code
      goback
   end-if.
   move 'STOCKROOM' to ws-line-location.
   perform until exit
      read inventory-file
         at end
            exit perform
      end-read
      perform value-one-lot
   end-perform.
   close inventory-file.

value-one-lot.
   *> same test the nightly run uses: a lot whose expiry is before
   *> the day is expired, already booked to spoilage, and carried
   *> here at nil until the stockroom bins it
   move lot-ing-id to ws-want-ing-id.
   perform find-ingredient-row.
   add lot-qty to ws-ing-qty(ws-ing-sub).
   move 'N' to ws-line-expired.
   if lot-expiry < ws-val-date
      move 'Y' to ws-line-expired
   end-if.
   move ws-val-date to ws-want-date.
   perform get-price-as-of-date.
   if ws-line-expired = 'Y' or ws-price-found not = 'Y'
      move zero to ws-line-value
   else
      compute ws-line-value = lot-qty * ws-found-price
   end-if.
   if ws-price-found not = 'Y'
      move 'Y' to ws-ing-unpriced(ws-ing-sub)
      add 1 to ws-unpriced-lines
   end-if.
   add ws-line-value to ws-ing-value(ws-ing-sub).
   perform add-location-value.

   if ws-line-expired = 'Y'
      add lot-qty to ws-ing-expired-qty(ws-ing-sub)
      add lot-qty to ws-tot-expired-qty
      add 1 to ws-tot-expired-lots
   else
      move lot-expiry to ws-work-date
      compute ws-work-integer = function integer-of-date(ws-work-date)
      compute ws-age-days = ws-work-integer - ws-val-integer
      evaluate true
         when ws-age-days <= 2
            move 2 to ws-bucket
         when ws-age-days <= 7
            move 3 to ws-bucket
         when other
            move 4 to ws-bucket
      end-evaluate
      add ws-line-value to ws-ing-exp-val(ws-ing-sub, ws-bucket)
      add ws-line-value to ws-tot-exp-val(ws-bucket)
   end-if.

   move 4 to ws-bucket.
   if lot-received is numeric
      move lot-received to ws-work-date
      compute ws-work-integer = function integer-of-date(ws-work-date)
      compute ws-age-days = ws-val-integer - ws-work-integer
      evaluate true
         when ws-age-days <= 7
            move 1 to ws-bucket
         when ws-age-days <= 14
            move 2 to ws-bucket
         when ws-age-days <= 30
            move 3 to ws-bucket
      end-evaluate
   end-if.
   add ws-line-value to ws-ing-recv-val(ws-ing-sub, ws-bucket).
   add ws-line-value to ws-tot-recv-val(ws-bucket).

   move ws-val-date    to vs-val-date.
   move ws-line-location to vs-location.
   move lot-ing-id     to vs-ing-id.
   move lot-received   to vs-received.
   move lot-expiry     to vs-expiry.
   move lot-qty        to vs-qty.
   move ws-found-price to vs-price.
   move ws-line-value  to vs-value.
   perform write-snapshot-line.

value-station-balances.
   *> the closing stock the night run left at each station. 'MAIN'
   *> lines are skipped: a single-station run's closing stock is
   *> the inventory lots themselves, already valued above. a
   *> missing file just means no station is stocked.
   open input leftover-file.
   if ws-leftover-status not = '00'
      display 'No station closing stock (LEFTOVER) - stockroom only.'
      exit paragraph
   end-if.
   perform until exit
      read leftover-file
         at end
            exit perform
      end-read
      if lo-station-id = 'MAIN'
         move 'Y' to ws-main-skipped
      else
         if lo-qty > 0
            move lo-date to ws-leftover-date
            perform value-one-balance
         end-if
      end-if
   end-perform.
   close leftover-file.
   if ws-leftover-date not = spaces
         and ws-leftover-date not = ws-val-date
      display 'NOTE: station balances are the closing stock of the '
         ws-leftover-date ' run'
   end-if.

value-one-balance.
   move lo-station-id to ws-line-location.
   move lo-ing-id     to ws-want-ing-id.
   perform find-ingredient-row.
   add lo-qty to ws-ing-qty(ws-ing-sub).
   move ws-val-date to ws-want-date.
   perform get-price-as-of-date.
   if ws-price-found = 'Y'
      compute ws-line-value = lo-qty * ws-found-price
   else
      move zero to ws-line-value
      move 'Y' to ws-ing-unpriced(ws-ing-sub)
      add 1 to ws-unpriced-lines
   end-if.
   add ws-line-value to ws-ing-value(ws-ing-sub).
   add ws-line-value to ws-ing-undated-val(ws-ing-sub).
   add ws-line-value to ws-tot-undated-val.
   perform add-location-value.

   move ws-val-date    to vs-val-date.
   move lo-station-id  to vs-location.
   move lo-ing-id      to vs-ing-id.
   move spaces         to vs-received.
   move spaces         to vs-expiry.
   move lo-qty         to vs-qty.
   move ws-found-price to vs-price.
   move ws-line-value  to vs-value.
   perform write-snapshot-line.

write-snapshot-line.
   write vs-snap-rec.
   if ws-valsnap-status not = '00'
      display 'ERROR: snapshot file write failed, status '
         ws-valsnap-status
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-snap-lines.
   add ws-line-value to ws-closing-value.

find-ingredient-row.
   perform varying ws-ing-sub from 1 by 1 until ws-ing-sub > ws-ing-count
      if ws-ing-id(ws-ing-sub) = ws-want-ing-id
         exit paragraph
      end-if
   end-perform.
   if ws-ing-count >= 20
      display 'ERROR: more than 20 ingredients in stock, rejecting'
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-ing-count.
   move ws-ing-count to ws-ing-sub.
   move ws-want-ing-id to ws-ing-id(ws-ing-sub).
   move zero           to ws-ing-qty(ws-ing-sub).
   move zero           to ws-ing-value(ws-ing-sub).
   move 'N'            to ws-ing-unpriced(ws-ing-sub).
   move zero           to ws-ing-expired-qty(ws-ing-sub).
   move zero           to ws-ing-undated-val(ws-ing-sub).
   perform varying ws-bucket from 1 by 1 until ws-bucket > 4
      move zero to ws-ing-recv-val(ws-ing-sub, ws-bucket)
      move zero to ws-ing-exp-val(ws-ing-sub, ws-bucket)
   end-perform.

add-location-value.
   perform varying ws-loc-sub from 1 by 1 until ws-loc-sub > ws-loc-count
      if ws-loc-id(ws-loc-sub) = ws-line-location
         exit perform
      end-if
   end-perform.
   if ws-loc-sub > ws-loc-count
      if ws-loc-count >= 30
         display 'ERROR: more than 30 stock locations, rejecting'
         move 16 to return-code
         goback
      end-if
      add 1 to ws-loc-count
      move ws-loc-count     to ws-loc-sub
      move ws-line-location to ws-loc-id(ws-loc-sub)
      move zero             to ws-loc-lines(ws-loc-sub)
      move zero             to ws-loc-value(ws-loc-sub)
   end-if.
   add 1 to ws-loc-lines(ws-loc-sub).
   add ws-line-value to ws-loc-value(ws-loc-sub).

tally-receipts.
   *> goods in: every delivery booked into stock in the period,
   *> against an order line ('R') or with none waiting ('U'),
   *> at the price effective on the day it arrived
   open input rcpthist-file.
   if ws-rcpthist-status not = '00'
      display 'WARNING: receipt history could not be opened, status '
         ws-rcpthist-status ' - receipts shown as nil'
      exit paragraph
   end-if.
   perform until exit
      read rcpthist-file
         at end
            exit perform
      end-read
      if (rh-type = 'R' or rh-type = 'U')
            and rh-recv-date > ws-open-date
            and rh-recv-date <= ws-val-date
         move rh-ing-id    to ws-want-ing-id
         move rh-recv-date to ws-want-date
         perform get-price-as-of-date
         if ws-price-found = 'Y'
            compute ws-rec-value = rh-qty-booked * ws-found-price
            add ws-rec-value to ws-receipt-value
         else
            add 1 to ws-move-unpriced
         end-if
      end-if
   end-perform.
   close rcpthist-file.

tally-usage-and-adjustments.
   *> production usage from the 'I' records (and 'N' month rollups
   *> where old months have been rolled up), posted adjustments
   *> from the 'A' records, each at the price of its own day
   open input history-file.
   if ws-history-status not = '00'
      display 'WARNING: history master could not be opened, status '
         ws-history-status ' - usage and adjustments shown as nil'
      exit paragraph
   end-if.
   move low-values to hm-key.
   move ws-open-date to hm-date.
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
      if hm-date > ws-val-date
         exit perform
      end-if
      move hm-audit-image to audit-rec
      if audit-date > ws-open-date and audit-date <= ws-val-date
         evaluate audit-rec-type
            when 'I'
            when 'N'
               move audit-ing-id to ws-want-ing-id
               move audit-date   to ws-want-date
               perform get-price-as-of-date
               if ws-price-found = 'Y'
                  compute ws-rec-value = audit-ing-used * ws-found-price
                  add ws-rec-value to ws-usage-value
               else
                  add 1 to ws-move-unpriced
               end-if
            when 'A'
               move audit-ing-id to ws-want-ing-id
               move audit-date   to ws-want-date
               perform get-price-as-of-date
               if ws-price-found = 'Y'
                  compute ws-rec-value = audit-ing-amount * ws-found-price
                  if audit-recipe-id(1:1) = '-'
                     add ws-rec-value to ws-adj-out-value
                  else
                     add ws-rec-value to ws-adj-in-value
                  end-if
               else
                  add 1 to ws-move-unpriced
               end-if
         end-evaluate
      end-if
   end-perform.
   close history-file.

tally-spoilage.
   *> sp-value is already priced on the booking day
   open input spoilage-file.
   if ws-spoilage-status not = '00'
      display 'WARNING: spoilage ledger could not be opened, status '
         ws-spoilage-status ' - spoilage shown as nil'
      exit paragraph
   end-if.
   perform until exit
      read spoilage-file
         at end
            exit perform
      end-read
      if sp-date > ws-open-date and sp-date <= ws-val-date
         if sp-reason = 'E'
            if sp-expiry not < ws-open-date
               perform note-expiry-booking
            end-if
         else
            add sp-value to ws-spoil-value
         end-if
      end-if
   end-perform.
   close spoilage-file.

note-expiry-booking.
   perform varying ws-exp-sub from 1 by 1 until ws-exp-sub > ws-exp-count
      if ws-exp-station(ws-exp-sub) = sp-station
            and ws-exp-ing-id(ws-exp-sub) = sp-ing-id
            and ws-exp-received(ws-exp-sub) = sp-received
            and ws-exp-expiry(ws-exp-sub) = sp-expiry
         exit paragraph
      end-if
   end-perform.
   if ws-exp-count >= 300
      display 'ERROR: more than 300 expired lots in the period, rejecting'
      close spoilage-file
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-exp-count.
   move sp-station  to ws-exp-station(ws-exp-count).
   move sp-ing-id   to ws-exp-ing-id(ws-exp-count).
   move sp-received to ws-exp-received(ws-exp-count).
   move sp-expiry   to ws-exp-expiry(ws-exp-count).
   add sp-value to ws-spoil-value.

print-valuation-report.
   display ' '.
   display '==== Stock valuation as of ' ws-val-date ' (rubles) ===='.
   display ' '.
   display '==== Value by location ===='.
   if ws-loc-count = 0
      display 'No stock on file.'
   end-if.
   perform varying ws-loc-sub from 1 by 1 until ws-loc-sub > ws-loc-count
      move ws-loc-value(ws-loc-sub) to ws-money-disp
      move ws-loc-lines(ws-loc-sub) to ws-count-disp
      display '  ' ws-loc-id(ws-loc-sub) ' ' ws-money-disp
         '  (' function trim(ws-count-disp) ' line(s))'
   end-perform.
   move ws-closing-value to ws-money-disp.
   display '  TOTAL      ' ws-money-disp.
   display ' '.

   display '==== Value by ingredient ===='.
   perform varying ws-ing-sub from 1 by 1 until ws-ing-sub > ws-ing-count
      move ws-ing-qty(ws-ing-sub)   to ws-qty-disp
      move ws-ing-value(ws-ing-sub) to ws-money-disp
      display '  ' ws-ing-id(ws-ing-sub) ' qty ' ws-qty-disp
         ' value ' ws-money-disp
      if ws-ing-unpriced(ws-ing-sub) = 'Y'
         display '    (no price on file for some of it - carried at nil)'
      end-if
   end-perform.
   display ' '.

   display '==== Stockroom ageing - days since received ===='.
   perform varying ws-bucket from 1 by 1 until ws-bucket > 4
      move ws-tot-recv-val(ws-bucket) to ws-money-disp
      display '  ' ws-recv-bucket-name(ws-bucket) ' ' ws-money-disp
   end-perform.
   perform varying ws-ing-sub from 1 by 1 until ws-ing-sub > ws-ing-count
      perform print-ingredient-received-ages
   end-perform.
   display ' '.

   display '==== Stockroom ageing - days to expiry ===='.
   move ws-tot-expired-qty  to ws-qty-disp.
   move ws-tot-expired-lots to ws-count-disp.
   display '  ' ws-exp-bucket-name(1) '      qty ' function trim(ws-qty-disp)
      ' in ' function trim(ws-count-disp)
      ' lot(s), carried at nil (written off as spoilage)'.
   perform varying ws-bucket from 2 by 1 until ws-bucket > 4
      move ws-tot-exp-val(ws-bucket) to ws-money-disp
      display '  ' ws-exp-bucket-name(ws-bucket) ' ' ws-money-disp
   end-perform.
   perform varying ws-ing-sub from 1 by 1 until ws-ing-sub > ws-ing-count
      perform print-ingredient-expiry-ages
   end-perform.
   display ' '.
   if ws-tot-undated-val > 0
      move ws-tot-undated-val to ws-money-disp
      display 'Station stock, not aged (no lot dates at the benches): '
         function trim(ws-money-disp)
   end-if.
   if ws-main-skipped = 'Y'
      display 'MAIN closing stock is the stockroom lots themselves -'
         ' counted once, as STOCKROOM.'
   end-if.
   if ws-unpriced-lines > 0
      move ws-unpriced-lines to ws-count-disp
      display 'WARNING: ' function trim(ws-count-disp)
         ' line(s) had no price effective on ' ws-val-date
         ' - the total is low'
   end-if.
   move ws-snap-lines to ws-count-disp.
   display 'Snapshot written: ' function trim(ws-count-disp)
      ' line(s) dated ' ws-val-date.

print-ingredient-received-ages.
   move ws-ing-recv-val(ws-ing-sub, 1) to ws-money-disp.
   move ws-ing-recv-val(ws-ing-sub, 2) to ws-money-disp2.
   display '    ' ws-ing-id(ws-ing-sub)
      ' 0-7 ' function trim(ws-money-disp)
      '  8-14 ' function trim(ws-money-disp2)
      with no advancing.
   move ws-ing-recv-val(ws-ing-sub, 3) to ws-money-disp.
   move ws-ing-recv-val(ws-ing-sub, 4) to ws-money-disp2.
   display '  15-30 ' function trim(ws-money-disp)
      '  31+ ' function trim(ws-money-disp2).

print-ingredient-expiry-ages.
   move ws-ing-expired-qty(ws-ing-sub) to ws-qty-disp.
   move ws-ing-exp-val(ws-ing-sub, 2)  to ws-money-disp.
   display '    ' ws-ing-id(ws-ing-sub)
      ' expired qty ' function trim(ws-qty-disp)
      '  0-2 ' function trim(ws-money-disp)
      with no advancing.
   move ws-ing-exp-val(ws-ing-sub, 3) to ws-money-disp.
   move ws-ing-exp-val(ws-ing-sub, 4) to ws-money-disp2.
   display '  3-7 ' function trim(ws-money-disp)
      '  8+ ' function trim(ws-money-disp2).

print-movement-report.
   compute ws-expected-value = ws-open-value + ws-reval-value
      + ws-receipt-value - ws-usage-value - ws-spoil-value
      + ws-adj-in-value - ws-adj-out-value.
   compute ws-unexplained = ws-closing-value - ws-expected-value.
   display ' '.
   display '==== Movement since the ' ws-open-date ' valuation ===='.
   move ws-open-value to ws-signed-disp.
   display '  Opening value                 ' ws-signed-disp.
   move ws-reval-value to ws-signed-disp.
   display '  Price changes on opening stock' ws-signed-disp.
   move ws-receipt-value to ws-signed-disp.
   display '  Receipts in                  +' ws-signed-disp.
   move ws-usage-value to ws-signed-disp.
   display '  Production usage out        -' ws-signed-disp.
   move ws-spoil-value to ws-signed-disp.
   display '  Spoilage out                -' ws-signed-disp.
   move ws-adj-in-value to ws-signed-disp.
   display '  Adjustments in              +' ws-signed-disp.
   move ws-adj-out-value to ws-signed-disp.
   display '  Adjustments out             -' ws-signed-disp.
   move ws-expected-value to ws-signed-disp.
   display '  Expected closing value        ' ws-signed-disp.
   move ws-closing-value to ws-signed-disp.
   display '  Closing value (counted above) ' ws-signed-disp.
   move ws-unexplained to ws-signed-disp.
   display '  Unexplained difference        ' ws-signed-disp.
   if ws-move-unpriced > 0
      move ws-move-unpriced to ws-count-disp
      display '  (' function trim(ws-count-disp)
         ' movement record(s) had no price on file and are left out)'
   end-if.

end program blinval.
