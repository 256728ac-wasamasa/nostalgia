identification division.
program-id. blintrce.

environment division.
input-output section.
file-control.
    select lotdraw-file assign to "LOTDRAW"
        organization sequential
        file status is ws-lotdraw-status.

    select inventory-file assign to "INVNTRY"
        organization sequential
        file status is ws-inventory-status.

    select stations-file assign to "STATIONS"
        organization line sequential
        file status is ws-stations-status.

    select spoilage-file assign to "SPOILAGE"
        organization sequential
        file status is ws-spoilage-status.

data division.
file section.
fd  lotdraw-file
    record contains 58 characters.
    copy LOTDRAW.

fd  inventory-file
    record contains 29 characters.
    copy INVLOT.

fd  stations-file
    record contains 23 characters.
01  stations-rec.
    copy STATION.

fd  spoilage-file
    record contains 57 characters.
    copy SPOILREC.

working-storage section.
77 ws-lotdraw-status   pic xx value spaces.
77 ws-inventory-status pic xx value spaces.
77 ws-stations-status  pic xx value spaces.
77 ws-spoilage-status  pic xx value spaces.

77 ws-parm          pic x(80) value spaces.
77 ws-today         pic x(8)  value spaces.

*> the lot being traced: an ingredient plus its received date, its
*> expiry date, or both - a blank date matches every lot of the
*> ingredient, for when the supplier only quotes one of them
77 ws-trace-ing-id   pic x(8) value spaces.
77 ws-trace-received pic x(8) value spaces.
77 ws-trace-expiry   pic x(8) value spaces.
77 ws-lot-matches    pic x    value 'N'.
77 ws-chk-received   pic x(8) value spaces.
77 ws-chk-expiry     pic x(8) value spaces.

*> every pick of the lot to a station's bench; once on the bench the
*> stock loses its lot identity, so the station's use between the
*> pick and the lot's expiry is where the lot may have gone
77 ws-pick-count pic 9(3) value zero.
01 ws-pick-table.
   05 ws-pick-entry occurs 200 times.
      10 ws-pick-station pic x(10).
      10 ws-pick-date    pic x(8).
      10 ws-pick-expiry  pic x(8).
77 ws-pick-sub      pic 9(3) value zero.
77 ws-pick-match    pic x    value 'N'.

*> the earliest expiry booking of each matching lot - the nightly
*> run re-books a dead lot every night it stays on file
77 ws-exp-count pic 9(3) value zero.
01 ws-exp-table.
   05 ws-exp-entry occurs 50 times.
      10 ws-exp-received pic x(8).
      10 ws-exp-expiry   pic x(8).
      10 ws-exp-date     pic x(8).
      10 ws-exp-qty      pic 9(5).
77 ws-exp-sub pic 9(3) value zero.

77 ws-pulled-qty   pic 9(7) value zero.
77 ws-picked-qty   pic 9(7) value zero.
77 ws-possible-qty pic 9(7) value zero.
77 ws-binned-qty   pic 9(7) value zero.
77 ws-expired-qty  pic 9(7) value zero.
77 ws-onhand-qty   pic 9(7) value zero.
77 ws-draw-lines   pic 9(5) value zero.
77 ws-use-lines    pic 9(5) value zero.
77 ws-bench-lines  pic 9(5) value zero.
77 ws-found-any    pic x    value 'N'.

77 ws-slip-display pic z(5)9 value zero.
77 qty_display     pic z(6)9 value zero.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blintrce is starting up..'.
   accept ws-today from date yyyymmdd.

   perform determine-trace-lot.
   perform list-lot-draws.
   perform list-possible-station-use.
   perform list-spoilage-bookings.
   perform list-stockroom-stock.
   perform list-bench-stock.
   perform print-trace-summary.

   display 'Blintrce shutting down..'.
   goback.

determine-trace-lot.
   *> PARM is ingredient,received,expiry - e.g. MILK,20240301,20240308
   *> or MILK,,20240308 when the recall notice quotes only the
   *> use-by date.
   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   unstring ws-parm delimited by ','
      into ws-trace-ing-id ws-trace-received ws-trace-expiry
   end-unstring.
   move function upper-case(ws-trace-ing-id) to ws-trace-ing-id.
   if ws-trace-ing-id = spaces
      display 'ERROR: no lot to trace - PARM is ingredient,received,expiry'
      move 16 to return-code
      goback
   end-if.
   if ws-trace-received = spaces and ws-trace-expiry = spaces
      display 'ERROR: give the lot''s received date, its expiry date or both'
      move 16 to return-code
      goback
   end-if.
   if (ws-trace-received not = spaces and ws-trace-received is not numeric)
         or (ws-trace-expiry not = spaces and ws-trace-expiry is not numeric)
      display 'ERROR: lot dates must be YYYYMMDD'
      move 16 to return-code
      goback
   end-if.
   move ws-trace-received to ws-chk-received.
   if ws-chk-received = spaces
      move 'any' to ws-chk-received
   end-if.
   move ws-trace-expiry to ws-chk-expiry.
   if ws-chk-expiry = spaces
      move 'any' to ws-chk-expiry
   end-if.
   display ' '.
   display '==== Recall trace for ' function trim(ws-trace-ing-id)
      ' lot received ' function trim(ws-chk-received)
      ' expiring ' function trim(ws-chk-expiry) ' ===='.

list-lot-draws.
   *> everything that came straight off the lot: production pulls
   *> on a requisition slip, and picks out to a station's bench.
   open input lotdraw-file.
   if ws-lotdraw-status not = '00'
      display 'ERROR: lot draw ledger could not be opened, status '
         ws-lotdraw-status
      display '(no draws recorded yet?)'
      move 16 to return-code
      goback
   end-if.
   display ' '.
   display 'Drawn straight from the lot:'.
   perform until exit
      read lotdraw-file
         at end
            exit perform
      end-read
      if ld-type = 'P' or ld-type = 'T'
         move ld-received to ws-chk-received
         move ld-expiry   to ws-chk-expiry
         perform check-lot-matches
         if ld-ing-id = ws-trace-ing-id and ws-lot-matches = 'Y'
            perform show-lot-draw
         end-if
      end-if
   end-perform.
   close lotdraw-file.
   if ws-draw-lines = 0
      display '  no draws against this lot on the ledger'
   end-if.

check-lot-matches.
   *> ws-chk-received/ws-chk-expiry in, ws-lot-matches out
   move 'Y' to ws-lot-matches.
   if ws-trace-received not = spaces and ws-chk-received not = ws-trace-received
      move 'N' to ws-lot-matches
   end-if.
   if ws-trace-expiry not = spaces and ws-chk-expiry not = ws-trace-expiry
      move 'N' to ws-lot-matches
   end-if.

show-lot-draw.
   move 'Y' to ws-found-any.
   add 1 to ws-draw-lines.
   move ld-qty to qty_display.
   if ld-type = 'P'
      add ld-qty to ws-pulled-qty
      move ld-slip to ws-slip-display
      display '  ' ld-date ' ' ld-station ' recipe ' ld-recipe-id
         ' slip #' ws-slip-display ' pulled ' qty_display
         ' (lot ' ld-received '/' ld-expiry ')'
   else
      add ld-qty to ws-picked-qty
      display '  ' ld-date ' ' ld-station ' picked to bench   '
         qty_display ' (lot ' ld-received '/' ld-expiry ')'
      if ws-pick-count >= 200
         display 'ERROR: more than 200 picks of this lot, narrow the trace'
         move 16 to return-code
         goback
      end-if
      add 1 to ws-pick-count
      move ld-station to ws-pick-station(ws-pick-count)
      move ld-date    to ws-pick-date(ws-pick-count)
      move ld-expiry  to ws-pick-expiry(ws-pick-count)
   end-if.

list-possible-station-use.
   *> a station that was picked the lot may have cooked with it on
   *> any run after the pick, up to the day the lot expired.
   if ws-pick-count = 0
      exit paragraph
   end-if.
   open input lotdraw-file.
   if ws-lotdraw-status not = '00'
      display 'ERROR: lot draw ledger could not be reopened, status '
         ws-lotdraw-status
      move 16 to return-code
      goback
   end-if.
   display ' '.
   display 'Station runs that may have used it (bench stock after a pick):'.
   perform until exit
      read lotdraw-file
         at end
            exit perform
      end-read
      if ld-type = 'U' and ld-ing-id = ws-trace-ing-id
         perform check-station-had-lot
         if ws-pick-match = 'Y'
            add 1 to ws-use-lines
            add ld-qty to ws-possible-qty
            move ld-qty  to qty_display
            move ld-slip to ws-slip-display
            display '  ' ld-date ' ' ld-station ' recipe ' ld-recipe-id
               ' slip #' ws-slip-display ' used ' qty_display
         end-if
      end-if
   end-perform.
   close lotdraw-file.
   if ws-use-lines = 0
      display '  no station runs since the picks'
   end-if.

check-station-had-lot.
   move 'N' to ws-pick-match.
   perform varying ws-pick-sub from 1 by 1 until ws-pick-sub > ws-pick-count
      if ws-pick-station(ws-pick-sub) = ld-station
            and ld-date > ws-pick-date(ws-pick-sub)
            and ld-date <= ws-pick-expiry(ws-pick-sub)
         move 'Y' to ws-pick-match
         exit paragraph
      end-if
   end-perform.

list-spoilage-bookings.
   *> the part of the lot that never reached a plate
   display ' '.
   display 'Lost to spoilage:'.
   open input spoilage-file.
   if ws-spoilage-status not = '00'
      display '  spoilage ledger not present - nothing booked'
      exit paragraph
   end-if.
   perform until exit
      read spoilage-file
         at end
            exit perform
      end-read
      move sp-received to ws-chk-received
      move sp-expiry   to ws-chk-expiry
      perform check-lot-matches
      if sp-ing-id = ws-trace-ing-id and ws-lot-matches = 'Y'
         if sp-reason = 'B'
            move 'Y' to ws-found-any
            add sp-qty to ws-binned-qty
            move sp-qty to qty_display
            display '  ' sp-date ' ' sp-station ' binned by hand    '
               qty_display ' (lot ' sp-received '/' sp-expiry ')'
         else
            perform note-expired-booking
         end-if
      end-if
   end-perform.
   close spoilage-file.
   perform varying ws-exp-sub from 1 by 1 until ws-exp-sub > ws-exp-count
      move 'Y' to ws-found-any
      add ws-exp-qty(ws-exp-sub) to ws-expired-qty
      move ws-exp-qty(ws-exp-sub) to qty_display
      display '  ' ws-exp-date(ws-exp-sub) ' MAIN       expired in store   '
         qty_display ' (lot ' ws-exp-received(ws-exp-sub) '/'
         ws-exp-expiry(ws-exp-sub) ')'
   end-perform.
   if ws-exp-count = 0 and ws-binned-qty = 0
      display '  none'
   end-if.

note-expired-booking.
   perform varying ws-exp-sub from 1 by 1 until ws-exp-sub > ws-exp-count
      if ws-exp-received(ws-exp-sub) = sp-received
            and ws-exp-expiry(ws-exp-sub) = sp-expiry
         if sp-date < ws-exp-date(ws-exp-sub)
            move sp-date to ws-exp-date(ws-exp-sub)
            move sp-qty  to ws-exp-qty(ws-exp-sub)
         end-if
         exit paragraph
      end-if
   end-perform.
   if ws-exp-count >= 50
      exit paragraph
   end-if.
   add 1 to ws-exp-count.
   move sp-received to ws-exp-received(ws-exp-count).
   move sp-expiry   to ws-exp-expiry(ws-exp-count).
   move sp-date     to ws-exp-date(ws-exp-count).
   move sp-qty      to ws-exp-qty(ws-exp-count).

list-stockroom-stock.
   display ' '.
   display 'Still in the stockroom:'.
   open input inventory-file.
   if ws-inventory-status not = '00'
      display '  inventory file not present - stockroom not checked'
      exit paragraph
   end-if.
   perform until exit
      read inventory-file
         at end
            exit perform
      end-read
      move lot-received to ws-chk-received
      move lot-expiry   to ws-chk-expiry
      perform check-lot-matches
      if lot-ing-id = ws-trace-ing-id and ws-lot-matches = 'Y'
            and lot-qty > 0
         move 'Y' to ws-found-any
         add lot-qty to ws-onhand-qty
         move lot-qty to qty_display
         display '  ' qty_display ' on lot ' lot-received '/' lot-expiry
            ' - quarantine it'
      end-if
   end-perform.
   close inventory-file.
   if ws-onhand-qty = 0
      display '  none'
   end-if.

list-bench-stock.
   *> a bench that was picked the lot and hasn't seen it expire yet
   *> may still be holding some of it among its stock.
   if ws-pick-count = 0
      exit paragraph
   end-if.
   display ' '.
   display 'On station benches that were picked it:'.
   open input stations-file.
   if ws-stations-status not = '00'
      display '  stations file not present - benches not checked'
      exit paragraph
   end-if.
   perform until exit
      read stations-file
         at end
            exit perform
      end-read
      if station-ing-id = ws-trace-ing-id and station-qty > 0
         move 'N' to ws-pick-match
         perform varying ws-pick-sub from 1 by 1
               until ws-pick-sub > ws-pick-count
            if ws-pick-station(ws-pick-sub) = station-id
                  and ws-pick-expiry(ws-pick-sub) >= ws-today
               move 'Y' to ws-pick-match
            end-if
         end-perform
         if ws-pick-match = 'Y'
            add 1 to ws-bench-lines
            move station-qty to qty_display
            display '  ' station-id ' holds ' qty_display
               ' - may include the lot, check and quarantine'
         end-if
      end-if
   end-perform.
   close stations-file.
   if ws-bench-lines = 0
      display '  none - every picked bench has used it up or the lot has expired'
   end-if.

print-trace-summary.
   display ' '.
   display '==== Trace summary ===='.
   move ws-pulled-qty to qty_display.
   display 'Pulled for production on slips: ' qty_display.
   move ws-picked-qty to qty_display.
   display 'Picked to station benches:      ' qty_display.
   move ws-possible-qty to qty_display.
   display '  station use since those picks:' qty_display.
   move ws-expired-qty to qty_display.
   display 'Expired in store:               ' qty_display.
   move ws-binned-qty to qty_display.
   display 'Binned by hand:                 ' qty_display.
   move ws-onhand-qty to qty_display.
   display 'Still in the stockroom:         ' qty_display.
   if ws-found-any not = 'Y'
      display 'WARNING: no record of this lot anywhere - check the dates'
      move 4 to return-code
   end-if.

end program blintrce.
