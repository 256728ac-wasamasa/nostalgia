identification division.
program-id. blinscor.

environment division.
input-output section.
file-control.
    select rcpthist-file assign to "RCPTHIST"
        organization sequential
        file status is ws-rcpthist-status.

data division.
file section.
fd  rcpthist-file
    record contains 86 characters.
    copy RCPTHIST.

working-storage section.
77 ws-rcpthist-status pic xx    value spaces.
77 ws-parm            pic x(80) value spaces.
77 ws-env-var-name    pic x(20) value spaces.

77 ws-today        pic 9(8)  value zero.
77 ws-month        pic x(6)  value spaces.
77 ws-month-num    pic 9(6)  value zero.
77 ws-year-part    pic 9(4)  value zero.
77 ws-month-part   pic 99    value zero.
77 ws-shelf-text   pic x(3)  value spaces.
77 ws-shelf-min    pic 9(3)  value 3.
77 ws-shelf-disp   pic zz9   value zero.

*> one row per supplier seen delivering in the month. a delivery
*> here is one booking against one order line - a van carrying two
*> outstanding lines of the same ingredient counts twice, once
*> against each promise it was meant to keep.
77 ws-sup-count pic 99 value zero.
01 ws-sup-table.
   05 ws-sup-entry occurs 40 times.
      10 ws-sup-name      pic x(20).
      10 ws-sup-deliv     pic 9(5).
      10 ws-sup-on-time   pic 9(5).
      10 ws-sup-late      pic 9(5).
      10 ws-sup-days-late pic 9(7).
      10 ws-sup-settled   pic 9(5).
      10 ws-sup-set-ord   pic 9(9).
      10 ws-sup-set-recd  pic 9(9).
      10 ws-sup-shorted   pic 9(5).
      10 ws-sup-short-life pic 9(5).
      10 ws-sup-unordered pic 9(5).
77 ws-sup-sub pic 99 value zero.

77 ws-days-late   pic 9(5)  value zero.
77 ws-rate        pic 9(3)v9 value zero.
77 ws-avg-late    pic 9(3)v9 value zero.
77 ws-rate-disp   pic zz9.9  value zero.
77 ws-late-disp   pic zz9.9  value zero.
77 ws-count-disp  pic zzzz9  value zero.
77 ws-count-disp2 pic zzzz9  value zero.
77 ws-count-disp3 pic zzzz9  value zero.
77 ws-count-disp4 pic zzzz9  value zero.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blinscor is starting up..'.

   perform determine-score-month.
   perform tally-receipt-history.
   perform print-scorecard.

   display 'Blinscor shutting down..'.
   goback.

determine-score-month.
   *> PARM is the month to score, YYYYMM; without it the month just
   *> ended, so a run on the first of the month needs no card.
   *> BLINSCOR_SHELFDAYS sets how few days of shelf life make a
   *> delivery short-dated (default 3).
   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   if ws-parm not = spaces
      move ws-parm(1:6) to ws-month
      if ws-month is not numeric
         display 'ERROR: PARM must be the month to score, YYYYMM'
         move 16 to return-code
         goback
      end-if
   else
      accept ws-today from date yyyymmdd
      compute ws-year-part  = ws-today / 10000
      compute ws-month-part = (ws-today / 100) - (ws-year-part * 100)
      if ws-month-part = 1
         subtract 1 from ws-year-part
         move 12 to ws-month-part
      else
         subtract 1 from ws-month-part
      end-if
      compute ws-month-num = ws-year-part * 100 + ws-month-part
      move ws-month-num to ws-month
   end-if.
   move 'BLINSCOR_SHELFDAYS' to ws-env-var-name.
   display ws-env-var-name upon environment-name.
   accept ws-shelf-text from environment-value.
   if ws-shelf-text not = spaces
      if function test-numval(ws-shelf-text) = 0
         compute ws-shelf-min = function numval(ws-shelf-text)
      else
         display 'WARNING: BLINSCOR_SHELFDAYS is not a number - using 3'
      end-if
   end-if.
   move ws-shelf-min to ws-shelf-disp.
   display 'Scoring deliveries received in ' ws-month.

tally-receipt-history.
   open input rcpthist-file.
   if ws-rcpthist-status not = '00'
      display 'ERROR: receipt history could not be opened, status '
         ws-rcpthist-status
      display '(nothing received yet?)'
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read rcpthist-file
         at end
            exit perform
      end-read
      if rh-recv-date(1:6) = ws-month
         perform find-supplier-row
         perform tally-one-booking
      end-if
   end-perform.
   close rcpthist-file.

find-supplier-row.
   perform varying ws-sup-sub from 1 by 1 until ws-sup-sub > ws-sup-count
      if ws-sup-name(ws-sup-sub) = rh-supplier
         exit paragraph
      end-if
   end-perform.
   if ws-sup-count >= 40
      display 'ERROR: more than 40 suppliers delivered in the month, rejecting'
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-sup-count.
   move ws-sup-count to ws-sup-sub.
   move rh-supplier to ws-sup-name(ws-sup-sub).
   move zero to ws-sup-deliv(ws-sup-sub)
                ws-sup-on-time(ws-sup-sub)
                ws-sup-late(ws-sup-sub)
                ws-sup-days-late(ws-sup-sub)
                ws-sup-settled(ws-sup-sub)
                ws-sup-set-ord(ws-sup-sub)
                ws-sup-set-recd(ws-sup-sub)
                ws-sup-shorted(ws-sup-sub)
                ws-sup-short-life(ws-sup-sub)
                ws-sup-unordered(ws-sup-sub).

tally-one-booking.
   evaluate rh-type
      when 'R'
         add 1 to ws-sup-deliv(ws-sup-sub)
         if rh-promised = spaces or rh-recv-date <= rh-promised
            add 1 to ws-sup-on-time(ws-sup-sub)
         else
            add 1 to ws-sup-late(ws-sup-sub)
            compute ws-days-late
               = function integer-of-date(function numval(rh-recv-date))
               - function integer-of-date(function numval(rh-promised))
            add ws-days-late to ws-sup-days-late(ws-sup-sub)
         end-if
         if rh-line-status = 'R'
            add 1           to ws-sup-settled(ws-sup-sub)
            add rh-qty-ord  to ws-sup-set-ord(ws-sup-sub)
            add rh-qty-recd to ws-sup-set-recd(ws-sup-sub)
         end-if
         perform check-shelf-life
      when 'U'
         add 1 to ws-sup-unordered(ws-sup-sub)
         perform check-shelf-life
      when 'S'
         *> the line settles short: it counts toward fill rate at
         *> whatever had arrived when the clerk gave up on it
         add 1           to ws-sup-shorted(ws-sup-sub)
         add 1           to ws-sup-settled(ws-sup-sub)
         add rh-qty-ord  to ws-sup-set-ord(ws-sup-sub)
         add rh-qty-recd to ws-sup-set-recd(ws-sup-sub)
   end-evaluate.

check-shelf-life.
   if rh-shelf-days < ws-shelf-min
      add 1 to ws-sup-short-life(ws-sup-sub)
   end-if.

print-scorecard.
   display ' '.
   display '==== Supplier delivery scorecard - ' ws-month ' ===='.
   if ws-sup-count = 0
      display 'No deliveries received in this month.'
      exit paragraph
   end-if.
   perform varying ws-sup-sub from 1 by 1 until ws-sup-sub > ws-sup-count
      display ' '
      if ws-sup-name(ws-sup-sub) = spaces
         display '(no supplier on the master)'
      else
         display ws-sup-name(ws-sup-sub)
      end-if
      move ws-sup-deliv(ws-sup-sub)   to ws-count-disp
      move ws-sup-on-time(ws-sup-sub) to ws-count-disp2
      if ws-sup-deliv(ws-sup-sub) > 0
         compute ws-rate rounded = ws-sup-on-time(ws-sup-sub) * 100
            / ws-sup-deliv(ws-sup-sub)
         move ws-rate to ws-rate-disp
         display '  deliveries against orders ' ws-count-disp
            ', on time ' ws-count-disp2 ' (' ws-rate-disp '%)'
      else
         display '  deliveries against orders ' ws-count-disp
      end-if
      if ws-sup-late(ws-sup-sub) > 0
         compute ws-avg-late rounded = ws-sup-days-late(ws-sup-sub)
            / ws-sup-late(ws-sup-sub)
         move ws-avg-late to ws-late-disp
         move ws-sup-late(ws-sup-sub) to ws-count-disp
         display '  late ' ws-count-disp ', on average ' ws-late-disp
            ' days past the promised date'
      end-if
      move ws-sup-settled(ws-sup-sub) to ws-count-disp
      move ws-sup-shorted(ws-sup-sub) to ws-count-disp2
      if ws-sup-set-ord(ws-sup-sub) > 0
         compute ws-rate rounded = ws-sup-set-recd(ws-sup-sub) * 100
            / ws-sup-set-ord(ws-sup-sub)
         move ws-rate to ws-rate-disp
         display '  order lines settled ' ws-count-disp
            ' (closed short ' ws-count-disp2 '), fill rate '
            ws-rate-disp '%'
      else
         display '  order lines settled ' ws-count-disp
      end-if
      move ws-sup-short-life(ws-sup-sub) to ws-count-disp3
      move ws-sup-unordered(ws-sup-sub)  to ws-count-disp4
      display '  arrived with under ' function trim(ws-shelf-disp)
         ' days shelf life ' ws-count-disp3
         ', arrived unordered ' ws-count-disp4
   end-perform.

end program blinscor.
