identification division.
program-id. blinmnt.

environment division.
input-output section.
file-control.
    select ingmast-file assign to "INGMAST"
        organization line sequential
        file status is ws-ingmast-status.

    select recipes-file assign to "RECIPES"
        organization line sequential
        file status is ws-recipes-status.

    select supplier-file assign to "SUPPLIER"
        organization line sequential
        file status is ws-supplier-status.

    select prices-file assign to "PRICES"
        organization line sequential
        file status is ws-prices-status.

    select parlevel-file assign to "PARLEVEL"
        organization line sequential
        file status is ws-parlevel-status.

    select calendar-file assign to "CALENDAR"
        organization line sequential
        file status is ws-calendar-status.

    select allergen-file assign to "ALLERGEN"
        organization line sequential
        file status is ws-allergen-status.

    select sysin-file assign to "SYSIN"
        organization sequential
        file status is ws-sysin-status.

    *> permanent before/after log of every change applied here
    select chglog-file assign to "CHGLOG"
        organization sequential
        file status is ws-chglog-status.

data division.
file section.
*> the masters are carried as plain record images - the layouts
*> are laid over them in working storage when a card is checked
fd  ingmast-file
    record contains 41 characters.
01  ingmast-line  pic x(41).

fd  recipes-file
    record contains 28 characters.
01  recipes-line  pic x(28).

fd  supplier-file
    record contains 41 characters.
01  supplier-line pic x(41).

fd  prices-file
    record contains 23 characters.
01  prices-line   pic x(23).

fd  parlevel-file
    record contains 23 characters.
01  parlevel-line pic x(23).

fd  calendar-file
    record contains 13 characters.
01  calendar-line pic x(13).

fd  allergen-file
    record contains 22 characters.
01  allergen-line pic x(22).

*> one card per change: the master's DD name, the action - A add,
*> C change, D delete - and the record image exactly as it should
*> read on the master (for a delete, only the key need be punched).
*> the key is the leading part of the image: ingredient id for
*> INGMAST and SUPPLIER, ingredient + effective date for PRICES,
*> station + ingredient for PARLEVEL, the date for CALENDAR, the
*> ingredient id for ALLERGEN, and type + recipe id (+ ingredient
*> id on an 'I' line) for RECIPES.
*> deleting a recipe header deletes its ingredient lines with it.
fd  sysin-file
    record contains 50 characters.
01  sysin-rec.
    05 mnt-file   pic x(8).
    05 mnt-action pic x.
    05 mnt-image  pic x(41).

fd  chglog-file
    record contains 115 characters.
    copy CHGLOG.

working-storage section.
77 ws-ingmast-status  pic xx value spaces.
77 ws-recipes-status  pic xx value spaces.
77 ws-supplier-status pic xx value spaces.
77 ws-prices-status   pic xx value spaces.
77 ws-parlevel-status pic xx value spaces.
77 ws-calendar-status pic xx value spaces.
77 ws-allergen-status pic xx value spaces.
77 ws-sysin-status    pic xx value spaces.
77 ws-chglog-status   pic xx value spaces.
77 ws-file-status     pic xx value spaces.
77 ws-eof             pic x  value 'N'.

77 ws-parm          pic x(80) value spaces.
77 ws-parm-function pic x(8)  value spaces.
77 ws-log-file      pic x(8)  value spaces.
77 ws-log-key       pic x(20) value spaces.
77 ws-log-key-len   pic 99    value zero.
77 ws-log-shown     pic 9(5)  value zero.

77 ws-env-var-name pic x(20) value spaces.
77 ws-operator-id  pic x(8)  value spaces.
77 ws-today        pic x(8)  value spaces.
77 ws-now          pic x(8)  value spaces.

*> the seven masters this program keeps, whether each was on disk
*> when the run started and whether any card changed it
01 ws-master-list.
   05 ws-master-entry occurs 7 times.
      10 ws-master-name    pic x(8).
      10 ws-master-present pic x.
      10 ws-master-changed pic x.
77 ws-master-sub pic 9 value zero.

*> every master's records, each file's lines kept together in
*> file order, so a rewrite puts everything back where it was and
*> a recipe's ingredient lines stay under their header
77 ws-mst-count pic 9(4) value zero.
01 ws-mst-table.
   05 ws-mst-entry occurs 800 times.
      10 ws-mst-file  pic x(8).
      10 ws-mst-image pic x(41).
77 ws-mst-sub   pic 9(4) value zero.
77 ws-mst-found pic 9(4) value zero.
77 ws-mst-at    pic 9(4) value zero.
77 ws-read-image pic x(41) value spaces.

*> changes applied this run, logged only once their master has
*> been written back - a change that never reaches the file never
*> reaches the log either
77 ws-pl-count pic 9(3) value zero.
01 ws-pl-table.
   05 ws-pl-entry occurs 500 times.
      10 ws-pl-file   pic x(8).
      10 ws-pl-action pic x.
      10 ws-pl-time   pic x(8).
      10 ws-pl-before pic x(41).
      10 ws-pl-after  pic x(41).
77 ws-pl-sub pic 9(3) value zero.

77 ws-card-file    pic x(8)  value spaces.
77 ws-card-action  pic x     value space.
77 ws-card-image   pic x(41) value spaces.
77 ws-key-len      pic 99    value zero.
77 ws-find-file    pic x(8)  value spaces.
77 ws-find-key     pic x(41) value spaces.
77 ws-valid-entry  pic x     value 'N'.
77 ws-reject-reason pic x(70) value spaces.
77 ws-before-image pic x(41) value spaces.

77 ws-cards-read     pic 9(5) value zero.
77 ws-cards-applied  pic 9(5) value zero.
77 ws-cards-rejected pic 9(5) value zero.
77 ws-count-display  pic zzzz9 value zero.

*> scratch counters for the limits the night run enforces
77 ws-file-entries pic 9(4) value zero.
77 ws-line-count   pic 9(4) value zero.
77 ws-stn-count    pic 9(4) value zero.
77 ws-stn-seen     pic x    value 'N'.
77 ws-scan-sub     pic 9(4) value zero.

77 ws-lookup-ing-id pic x(8) value spaces.
77 ws-ing-found     pic x    value 'N'.
77 ws-ing-max-sane  pic 9(5) value zero.
77 ws-price-found   pic x    value 'N'.
77 ws-ref-found     pic x    value 'N'.

*> the master layouts, laid over a card's image to check it
01 ingmast-view.
   copy INGRED.

01 recipes-view.
   05 rcp-rec-type  pic x.
   05 rcp-recipe-id pic x(4).
   05 rcp-detail    pic x(23).
   05 rcp-header-detail redefines rcp-detail.
      10 rcp-name   pic x(20).
      10 rcp-yield  pic 9(3).
   05 rcp-ing-detail redefines rcp-detail.
      10 rcp-ing-id  pic x(8).
      10 rcp-ing-min pic 9(5).
      10 filler      pic x(10).

01 supplier-view.
   05 sup-ing-id    pic x(8).
   05 sup-name      pic x(20).
   05 sup-pack-size pic 9(5).
   05 sup-lead-days pic 9(3).
   05 sup-reorder   pic 9(5).

copy PRICEREC.

copy PARLEV.

copy CALREC.

copy ALLERGEN.

*> and the same layouts over a record already on a master, for the
*> cross-file checks
01 ws-scan-image pic x(41) value spaces.
01 ws-scan-ing redefines ws-scan-image.
   05 ws-scan-ing-id       pic x(8).
   05 filler               pic x(28).
   05 ws-scan-ing-max-sane pic 9(5).
01 ws-scan-par redefines ws-scan-image.
   05 ws-scan-par-station pic x(10).
   05 ws-scan-par-ing-id  pic x(8).
   05 ws-scan-par-qty     pic 9(5).
   05 filler              pic x(18).
01 ws-scan-price redefines ws-scan-image.
   05 ws-scan-pr-ing-id   pic x(8).
   05 ws-scan-pr-eff-date pic x(8).
   05 filler              pic x(25).

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blinmnt is starting up..'.
   accept ws-today from date yyyymmdd.

   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   unstring ws-parm delimited by ','
      into ws-parm-function ws-log-file ws-log-key
   end-unstring.
   move function upper-case(ws-parm-function) to ws-parm-function.
   move function upper-case(ws-log-file) to ws-log-file.
   move function upper-case(ws-log-key) to ws-log-key.

   evaluate ws-parm-function
      when 'LOG'
         perform list-change-log
      when spaces
         perform get-operator-id
         perform load-masters
         perform apply-transactions
         if ws-pl-count > 0
            perform back-out-empty-recipes
         end-if
         if ws-pl-count > 0
            perform write-masters-and-log
         else
            display 'No changes applied - masters left untouched.'
         end-if
         perform report-run-totals
      when other
         display 'ERROR: PARM must be empty (apply the SYSIN cards)'
            ' or LOG[,file[,key]] (list the change log)'
         move 16 to return-code
   end-evaluate.

   display 'Blinmnt shutting down..'.
   goback.

get-operator-id.
   *> the same operator identity the night run writes to its audit
   *> log, so one name follows a person across both
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
   display 'Changes will be logged against operator '
      function trim(ws-operator-id).

load-masters.
   move 'INGMAST'  to ws-master-name(1).
   move 'RECIPES'  to ws-master-name(2).
   move 'SUPPLIER' to ws-master-name(3).
   move 'PRICES'   to ws-master-name(4).
   move 'PARLEVEL' to ws-master-name(5).
   move 'CALENDAR' to ws-master-name(6).
   move 'ALLERGEN' to ws-master-name(7).
   perform varying ws-master-sub from 1 by 1 until ws-master-sub > 7
      move 'N' to ws-master-present(ws-master-sub)
      move 'N' to ws-master-changed(ws-master-sub)
      perform load-one-master
   end-perform.

load-one-master.
   perform open-master-input.
   if ws-file-status not = '00'
      display function trim(ws-master-name(ws-master-sub))
         ' not present - an add will create it.'
      exit paragraph
   end-if.
   move 'Y' to ws-master-present(ws-master-sub).
   move 'N' to ws-eof.
   perform until exit
      perform read-master-line
      if ws-eof = 'Y'
         exit perform
      end-if
      if ws-mst-count >= 800
         display 'ERROR: the masters hold more than 800 records between'
            ' them - run BLINCHK, they are past what the night run takes'
         move 16 to return-code
         goback
      end-if
      add 1 to ws-mst-count
      move ws-master-name(ws-master-sub) to ws-mst-file(ws-mst-count)
      move ws-read-image                 to ws-mst-image(ws-mst-count)
   end-perform.
   perform close-master.

open-master-input.
   evaluate ws-master-name(ws-master-sub)
      when 'INGMAST'
         open input ingmast-file
         move ws-ingmast-status to ws-file-status
      when 'RECIPES'
         open input recipes-file
         move ws-recipes-status to ws-file-status
      when 'SUPPLIER'
         open input supplier-file
         move ws-supplier-status to ws-file-status
      when 'PRICES'
         open input prices-file
         move ws-prices-status to ws-file-status
      when 'PARLEVEL'
         open input parlevel-file
         move ws-parlevel-status to ws-file-status
      when 'CALENDAR'
         open input calendar-file
         move ws-calendar-status to ws-file-status
      when 'ALLERGEN'
         open input allergen-file
         move ws-allergen-status to ws-file-status
   end-evaluate.

read-master-line.
   move spaces to ws-read-image.
   evaluate ws-master-name(ws-master-sub)
      when 'INGMAST'
         read ingmast-file
            at end move 'Y' to ws-eof
            not at end move ingmast-line to ws-read-image
         end-read
      when 'RECIPES'
         read recipes-file
            at end move 'Y' to ws-eof
            not at end move recipes-line to ws-read-image
         end-read
      when 'SUPPLIER'
         read supplier-file
            at end move 'Y' to ws-eof
            not at end move supplier-line to ws-read-image
         end-read
      when 'PRICES'
         read prices-file
            at end move 'Y' to ws-eof
            not at end move prices-line to ws-read-image
         end-read
      when 'PARLEVEL'
         read parlevel-file
            at end move 'Y' to ws-eof
            not at end move parlevel-line to ws-read-image
         end-read
      when 'CALENDAR'
         read calendar-file
            at end move 'Y' to ws-eof
            not at end move calendar-line to ws-read-image
         end-read
      when 'ALLERGEN'
         read allergen-file
            at end move 'Y' to ws-eof
            not at end move allergen-line to ws-read-image
         end-read
   end-evaluate.

close-master.
   evaluate ws-master-name(ws-master-sub)
      when 'INGMAST'  close ingmast-file
      when 'RECIPES'  close recipes-file
      when 'SUPPLIER' close supplier-file
      when 'PRICES'   close prices-file
      when 'PARLEVEL' close parlevel-file
      when 'CALENDAR' close calendar-file
      when 'ALLERGEN' close allergen-file
   end-evaluate.

apply-transactions.
   open input sysin-file.
   if ws-sysin-status not = '00'
      display 'ERROR: SYSIN file could not be opened, status ' ws-sysin-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read sysin-file
         at end
            exit perform
      end-read
      add 1 to ws-cards-read
      perform process-maintenance-card
   end-perform.
   close sysin-file.

process-maintenance-card.
   move function upper-case(mnt-file)   to ws-card-file.
   move function upper-case(mnt-action) to ws-card-action.
   move mnt-image to ws-card-image.
   move 'Y' to ws-valid-entry.
   move spaces to ws-reject-reason.

   perform varying ws-master-sub from 1 by 1 until ws-master-sub > 7
      if ws-master-name(ws-master-sub) = ws-card-file
         exit perform
      end-if
   end-perform.
   if ws-master-sub > 7
      move 'is not a master this program maintains' to ws-reject-reason
      perform reject-card
      exit paragraph
   end-if.
   if ws-card-action not = 'A' and ws-card-action not = 'C'
         and ws-card-action not = 'D'
      move 'action must be A (add), C (change) or D (delete)'
         to ws-reject-reason
      perform reject-card
      exit paragraph
   end-if.

   perform set-key-length.
   if ws-key-len = 0
      move 'recipe line type must be H or I' to ws-reject-reason
      perform reject-card
      exit paragraph
   end-if.
   if ws-card-image(1:ws-key-len) = spaces
      move 'has no key' to ws-reject-reason
      perform reject-card
      exit paragraph
   end-if.
   move ws-card-file to ws-find-file.
   move ws-card-image(1:ws-key-len) to ws-find-key.
   perform find-master-entry.

   evaluate ws-card-action
      when 'A'
         if ws-mst-found > 0
            move 'is already on the master - use C to change it'
               to ws-reject-reason
            perform reject-card
            exit paragraph
         end-if
         perform validate-card-image
         if ws-valid-entry not = 'Y'
            perform reject-card
            exit paragraph
         end-if
         perform add-master-entry
      when 'C'
         if ws-mst-found = 0
            move 'is not on the master - use A to add it'
               to ws-reject-reason
            perform reject-card
            exit paragraph
         end-if
         *> the checks look other records up - hold on to this one
         move ws-mst-found to ws-mst-at
         perform validate-card-image
         if ws-valid-entry not = 'Y'
            perform reject-card
            exit paragraph
         end-if
         move ws-mst-image(ws-mst-at) to ws-before-image
         move ws-card-image to ws-mst-image(ws-mst-at)
         perform note-pending-change
      when 'D'
         if ws-mst-found = 0
            move 'is not on the master' to ws-reject-reason
            perform reject-card
            exit paragraph
         end-if
         perform validate-deletion
         if ws-valid-entry not = 'Y'
            perform reject-card
            exit paragraph
         end-if
         perform delete-master-entry
   end-evaluate.
   add 1 to ws-cards-applied.
   move 'Y' to ws-master-changed(ws-master-sub).
   display 'Applied: ' function trim(ws-card-file) ' ' ws-card-action
      ' ' function trim(ws-card-image(1:ws-key-len)).

reject-card.
   display 'ERROR: ' function trim(ws-card-file) ' ' ws-card-action
      ' ' function trim(ws-card-image(1:20)) ' - '
      function trim(ws-reject-reason) ' - card skipped'.
   add 1 to ws-cards-rejected.
   move 8 to return-code.

set-key-length.
   evaluate ws-card-file
      when 'INGMAST'  move 8  to ws-key-len
      when 'SUPPLIER' move 8  to ws-key-len
      when 'PRICES'   move 16 to ws-key-len
      when 'PARLEVEL' move 18 to ws-key-len
      when 'CALENDAR' move 8  to ws-key-len
      when 'ALLERGEN' move 8  to ws-key-len
      when 'RECIPES'
         move function upper-case(ws-card-image(1:1))
            to ws-card-image(1:1)
         evaluate ws-card-image(1:1)
            when 'H' move 5  to ws-key-len
            when 'I' move 13 to ws-key-len
            when other move 0 to ws-key-len
         end-evaluate
   end-evaluate.

find-master-entry.
   *> ws-mst-found is the entry of ws-find-file whose image starts
   *> with ws-find-key(1:ws-key-len), zero when there is none
   move zero to ws-mst-found.
   perform varying ws-mst-sub from 1 by 1 until ws-mst-sub > ws-mst-count
      if ws-mst-file(ws-mst-sub) = ws-find-file
            and ws-mst-image(ws-mst-sub)(1:ws-key-len)
               = ws-find-key(1:ws-key-len)
         move ws-mst-sub to ws-mst-found
         exit paragraph
      end-if
   end-perform.

add-master-entry.
   *> a new line goes in after the last line of its master, except a
   *> recipe ingredient line, which goes in after its recipe's lines
   move zero to ws-mst-at.
   if ws-card-file = 'RECIPES' and ws-card-image(1:1) = 'I'
      move 'RECIPES' to ws-find-file
      move 'H'       to ws-find-key(1:1)
      move ws-card-image(2:4) to ws-find-key(2:4)
      move 5 to ws-key-len
      perform find-master-entry
      move ws-mst-found to ws-mst-at
      perform varying ws-mst-sub from ws-mst-at by 1
            until ws-mst-sub >= ws-mst-count
         if ws-mst-file(ws-mst-sub + 1) = 'RECIPES'
               and ws-mst-image(ws-mst-sub + 1)(1:1) = 'I'
               and ws-mst-image(ws-mst-sub + 1)(2:4) = ws-card-image(2:4)
            move ws-mst-sub to ws-mst-at
            add 1 to ws-mst-at
         else
            exit perform
         end-if
      end-perform
      move 13 to ws-key-len
   else
      perform varying ws-mst-sub from 1 by 1 until ws-mst-sub > ws-mst-count
         if ws-mst-file(ws-mst-sub) = ws-card-file
            move ws-mst-sub to ws-mst-at
         end-if
      end-perform
   end-if.
   if ws-mst-at = 0
      move ws-mst-count to ws-mst-at
   end-if.
   if ws-mst-count >= 800
      display 'ERROR: the masters hold more than 800 records between'
         ' them - no room to add'
      move 16 to return-code
      goback
   end-if.
   *> open a slot at ws-mst-at + 1
   perform varying ws-mst-sub from ws-mst-count by -1
         until ws-mst-sub <= ws-mst-at
      move ws-mst-entry(ws-mst-sub) to ws-mst-entry(ws-mst-sub + 1)
   end-perform.
   add 1 to ws-mst-count.
   add 1 to ws-mst-at.
   move ws-card-file  to ws-mst-file(ws-mst-at).
   move ws-card-image to ws-mst-image(ws-mst-at).
   move spaces to ws-before-image.
   perform note-pending-change.

delete-master-entry.
   move ws-mst-image(ws-mst-found) to ws-before-image.
   move ws-mst-found to ws-mst-at.
   perform remove-master-entry.
   perform note-pending-change.
   *> a recipe header takes its ingredient lines with it, each one
   *> logged so the whole recipe can be keyed back from the log
   if ws-card-file = 'RECIPES' and ws-before-image(1:1) = 'H'
      perform until exit
         if ws-mst-at > ws-mst-count
            exit perform
         end-if
         if ws-mst-file(ws-mst-at) not = 'RECIPES'
               or ws-mst-image(ws-mst-at)(1:1) not = 'I'
               or ws-mst-image(ws-mst-at)(2:4) not = ws-before-image(2:4)
            exit perform
         end-if
         move ws-mst-image(ws-mst-at) to ws-before-image
         perform remove-master-entry
         perform note-pending-change
      end-perform
   end-if.

remove-master-entry.
   perform varying ws-mst-sub from ws-mst-at by 1
         until ws-mst-sub >= ws-mst-count
      move ws-mst-entry(ws-mst-sub + 1) to ws-mst-entry(ws-mst-sub)
   end-perform.
   subtract 1 from ws-mst-count.

note-pending-change.
   *> ws-before-image is the line as it was; the card is the line as
   *> it is now, except on a delete
   if ws-pl-count >= 500
      display 'ERROR: more than 500 changes in one run - split the cards'
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-pl-count.
   accept ws-now from time.
   move ws-card-file    to ws-pl-file(ws-pl-count).
   move ws-card-action  to ws-pl-action(ws-pl-count).
   move ws-now          to ws-pl-time(ws-pl-count).
   move ws-before-image to ws-pl-before(ws-pl-count).
   if ws-card-action = 'D'
      move spaces to ws-pl-after(ws-pl-count)
   else
      move ws-card-image to ws-pl-after(ws-pl-count)
   end-if.

validate-card-image.
   *> the same rules BLINCHK applies to the whole file, applied to
   *> the one line before it goes on
   evaluate ws-card-file
      when 'INGMAST'
         move ws-card-image to ingmast-view
         perform validate-ingredient
      when 'RECIPES'
         move ws-card-image to recipes-view
         if rcp-rec-type = 'H'
            perform validate-recipe-header
         else
            perform validate-recipe-ingredient
         end-if
      when 'SUPPLIER'
         move ws-card-image to supplier-view
         perform validate-supplier
      when 'PRICES'
         move ws-card-image to price-rec
         perform validate-price
      when 'PARLEVEL'
         move ws-card-image to parlev-rec
         perform validate-par-level
      when 'CALENDAR'
         move ws-card-image to cal-rec
         perform validate-calendar-line
      when 'ALLERGEN'
         move ws-card-image to alg-decl-rec
         perform validate-allergen-declaration
   end-evaluate.

reject-with.
   *> the caller has moved the reason to ws-reject-reason
   move 'N' to ws-valid-entry.

count-file-entries.
   move zero to ws-file-entries.
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
      if ws-mst-file(ws-scan-sub) = ws-find-file
         add 1 to ws-file-entries
      end-if
   end-perform.

find-master-ingredient.
   *> only meaningful when INGMAST holds something; without it every
   *> id is taken on trust, the same way the run and BLINCHK take it
   move 'Y' to ws-ing-found.
   move 99999 to ws-ing-max-sane.
   move 'INGMAST' to ws-find-file.
   perform count-file-entries.
   if ws-file-entries = 0
      exit paragraph
   end-if.
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
      if ws-mst-file(ws-scan-sub) = 'INGMAST'
            and ws-mst-image(ws-scan-sub)(1:8) = ws-lookup-ing-id
         move ws-mst-image(ws-scan-sub) to ws-scan-image
         if ws-scan-ing-max-sane is numeric
            move ws-scan-ing-max-sane to ws-ing-max-sane
         end-if
         exit paragraph
      end-if
   end-perform.
   move 'N' to ws-ing-found.

validate-ingredient.
   if ws-card-action = 'A'
      move 'INGMAST' to ws-find-file
      perform count-file-entries
      if ws-file-entries >= 20
         move 'INGMAST already has 20 ingredients - the run would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   if ing-max-sane is not numeric or ing-max-sane = 0
      move 'has no usable sanity ceiling' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   *> lowering a ceiling under a par level already on file would
   *> leave PARLEVEL failing its own check
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
      if ws-mst-file(ws-scan-sub) = 'PARLEVEL'
         move ws-mst-image(ws-scan-sub) to ws-scan-image
         if ws-scan-par-ing-id = ing-id and ws-scan-par-qty is numeric
               and ws-scan-par-qty > ing-max-sane
            move 'ceiling would sit under a par level on PARLEVEL'
               to ws-reject-reason
            perform reject-with
            exit paragraph
         end-if
      end-if
   end-perform.

validate-recipe-header.
   if ws-card-action = 'A'
      move zero to ws-file-entries
      perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
         if ws-mst-file(ws-scan-sub) = 'RECIPES'
               and ws-mst-image(ws-scan-sub)(1:1) = 'H'
            add 1 to ws-file-entries
         end-if
      end-perform
      if ws-file-entries >= 20
         move 'RECIPES already has 20 recipes - the run would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   if rcp-yield is not numeric or rcp-yield = 0
      move 'has no usable yield - the run would reject it'
         to ws-reject-reason
      perform reject-with
   end-if.

validate-recipe-ingredient.
   move 'RECIPES' to ws-find-file.
   move 'H'       to ws-find-key(1:1).
   move rcp-recipe-id to ws-find-key(2:4).
   move 5 to ws-key-len.
   perform find-master-entry.
   move 13 to ws-key-len.
   if ws-mst-found = 0
      move 'has no recipe header - add the H line first'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if ws-card-action = 'A'
      move zero to ws-line-count
      perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
         if ws-mst-file(ws-scan-sub) = 'RECIPES'
               and ws-mst-image(ws-scan-sub)(1:1) = 'I'
               and ws-mst-image(ws-scan-sub)(2:4) = rcp-recipe-id
            add 1 to ws-line-count
         end-if
      end-perform
      if ws-line-count >= 10
         move 'recipe already has 10 ingredients - the run would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   if rcp-ing-min is not numeric or rcp-ing-min = 0
      move 'has no usable minimum - the run would reject it'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   move rcp-ing-id to ws-lookup-ing-id.
   perform find-master-ingredient.
   if ws-ing-found not = 'Y'
      move 'uses an ingredient which is not in INGMAST' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   *> the labels read an ingredient with no ALLERGEN line as
   *> undeclared, so the declaration has to be on file first
   move 'ALLERGEN' to ws-find-file.
   move rcp-ing-id to ws-find-key.
   move 8 to ws-key-len.
   perform find-master-entry.
   move 13 to ws-key-len.
   if ws-mst-found = 0
      move 'uses an ingredient with no ALLERGEN line - declare it first'
         to ws-reject-reason
      perform reject-with
   end-if.

validate-supplier.
   if ws-card-action = 'A'
      move 'SUPPLIER' to ws-find-file
      perform count-file-entries
      if ws-file-entries >= 20
         move 'SUPPLIER already has 20 suppliers - the run would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   move sup-ing-id to ws-lookup-ing-id.
   perform find-master-ingredient.
   if ws-ing-found not = 'Y'
      move 'supplies an ingredient which is not in INGMAST'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if sup-pack-size is not numeric or sup-pack-size = 0
      move 'has pack size zero - orders would go out in loose units'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if sup-lead-days is not numeric or sup-reorder is not numeric
      move 'lead days and reorder point must be numeric'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   *> a supplied ingredient with no price effective today means the
   *> purchase orders go out fine but every cost report reads low
   move 'PRICES' to ws-find-file.
   perform count-file-entries.
   if ws-file-entries > 0
      perform find-price-effective-today
      if ws-price-found not = 'Y'
         move 'ingredient has no price effective today on PRICES'
            to ws-reject-reason
         perform reject-with
      end-if
   end-if.

find-price-effective-today.
   *> any PRICES line for ws-lookup-ing-id in force today
   move 'N' to ws-price-found.
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
      if ws-mst-file(ws-scan-sub) = 'PRICES'
         move ws-mst-image(ws-scan-sub) to ws-scan-image
         if ws-scan-pr-ing-id = ws-lookup-ing-id
               and ws-scan-pr-eff-date <= ws-today
            move 'Y' to ws-price-found
            exit paragraph
         end-if
      end-if
   end-perform.

validate-price.
   if ws-card-action = 'A'
      move 'PRICES' to ws-find-file
      perform count-file-entries
      if ws-file-entries >= 100
         move 'PRICES already has 100 records - the run would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   if pr-eff-date is not numeric
      move 'has no usable effective date' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if pr-price is not numeric
      move 'price is not numeric' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   move pr-ing-id to ws-lookup-ing-id.
   perform find-master-ingredient.
   if ws-ing-found not = 'Y'
      move 'prices an ingredient which is not in INGMAST'
         to ws-reject-reason
      perform reject-with
   end-if.

validate-par-level.
   if par-qty is not numeric
      move 'par level is not numeric - the replenishment would reject it'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   move par-ing-id to ws-lookup-ing-id.
   perform find-master-ingredient.
   if ws-ing-found not = 'Y'
      move 'names an ingredient which is not in INGMAST'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if par-qty > ws-ing-max-sane
      move 'par level is over the ingredient''s sanity ceiling'
         to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if ws-card-action not = 'A'
      exit paragraph
   end-if.
   *> the replenishment writes par lines straight into the morning
   *> stations file, so its limits hold here: 20 stations, 10
   *> distinct ingredients a station
   move zero to ws-stn-count.
   move zero to ws-line-count.
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
      if ws-mst-file(ws-scan-sub) = 'PARLEVEL'
         move ws-mst-image(ws-scan-sub) to ws-scan-image
         if ws-scan-par-station = par-station-id
            add 1 to ws-line-count
         else
            perform count-par-station
         end-if
      end-if
   end-perform.
   if ws-line-count = 0 and ws-stn-count >= 20
      move 'PARLEVEL already names 20 stations' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   if ws-line-count >= 10
      move 'station already has par levels for 10 ingredients'
         to ws-reject-reason
      perform reject-with
   end-if.

count-par-station.
   *> counts ws-scan-par-station once, at its first line
   move 'N' to ws-stn-seen.
   perform varying ws-mst-sub from 1 by 1 until ws-mst-sub >= ws-scan-sub
      if ws-mst-file(ws-mst-sub) = 'PARLEVEL'
            and ws-mst-image(ws-mst-sub)(1:10) = ws-scan-par-station
         move 'Y' to ws-stn-seen
         exit perform
      end-if
   end-perform.
   if ws-stn-seen = 'N'
      add 1 to ws-stn-count
   end-if.

validate-calendar-line.
   if ws-card-action = 'A'
      move 'CALENDAR' to ws-find-file
      perform count-file-entries
      if ws-file-entries >= 100
         move 'CALENDAR already has 100 lines - the run would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   if cal-date is not numeric
      move 'has an unusable date' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   move function upper-case(cal-open-flag) to cal-open-flag.
   if cal-open-flag not = 'O' and cal-open-flag not = 'C'
      move 'flag must be O or C' to ws-reject-reason
      perform reject-with
      exit paragraph
   end-if.
   move cal-rec to ws-card-image.
   if cal-recipe-id = spaces
      exit paragraph
   end-if.
   move zero to ws-file-entries.
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-mst-count
      if ws-mst-file(ws-scan-sub) = 'RECIPES'
            and ws-mst-image(ws-scan-sub)(1:1) = 'H'
         add 1 to ws-file-entries
         if ws-mst-image(ws-scan-sub)(2:4) = cal-recipe-id
            exit paragraph
         end-if
      end-if
   end-perform.
   if ws-file-entries > 0
      move 'names a recipe which is not in RECIPES' to ws-reject-reason
      perform reject-with
   end-if.

validate-allergen-declaration.
   if ws-card-action = 'A'
      move 'ALLERGEN' to ws-find-file
      perform count-file-entries
      if ws-file-entries >= 100
         move 'ALLERGEN already has 100 lines - the labels would reject it'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-if.
   move function upper-case(alg-flags) to alg-flags.
   perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > 14
      if alg-flag(ws-scan-sub) not = 'Y' and alg-flag(ws-scan-sub) not = 'N'
         move 'needs Y or N in all fourteen allergen columns'
            to ws-reject-reason
         perform reject-with
         exit paragraph
      end-if
   end-perform.
   move alg-decl-rec to ws-card-image.
   move alg-ing-id to ws-lookup-ing-id.
   perform find-master-ingredient.
   if ws-ing-found not = 'Y'
      move 'declares an ingredient which is not in INGMAST'
         to ws-reject-reason
      perform reject-with
   end-if.

validate-deletion.
   *> nothing may go that another master still points at
   move 'N' to ws-ref-found.
   evaluate ws-card-file
      when 'INGMAST'
         perform varying ws-scan-sub from 1 by 1
               until ws-scan-sub > ws-mst-count
            evaluate ws-mst-file(ws-scan-sub)
               when 'RECIPES'
                  if ws-mst-image(ws-scan-sub)(1:1) = 'I'
                        and ws-mst-image(ws-scan-sub)(6:8)
                           = ws-card-image(1:8)
                     move 'Y' to ws-ref-found
                  end-if
               when 'SUPPLIER'
               when 'PRICES'
               when 'ALLERGEN'
                  if ws-mst-image(ws-scan-sub)(1:8) = ws-card-image(1:8)
                     move 'Y' to ws-ref-found
                  end-if
               when 'PARLEVEL'
                  if ws-mst-image(ws-scan-sub)(11:8) = ws-card-image(1:8)
                     move 'Y' to ws-ref-found
                  end-if
            end-evaluate
         end-perform
         if ws-ref-found = 'Y'
            move 'still used by RECIPES, SUPPLIER, PRICES, PARLEVEL or ALLERGEN'
               to ws-reject-reason
            perform reject-with
         end-if
      when 'RECIPES'
         if ws-card-image(1:1) = 'H'
            perform varying ws-scan-sub from 1 by 1
                  until ws-scan-sub > ws-mst-count
               if ws-mst-file(ws-scan-sub) = 'CALENDAR'
                     and ws-mst-image(ws-scan-sub)(10:4) = ws-card-image(2:4)
                  move 'Y' to ws-ref-found
               end-if
            end-perform
            if ws-ref-found = 'Y'
               move 'recipe is still named on CALENDAR' to ws-reject-reason
               perform reject-with
            end-if
         else
            move zero to ws-line-count
            perform varying ws-scan-sub from 1 by 1
                  until ws-scan-sub > ws-mst-count
               if ws-mst-file(ws-scan-sub) = 'RECIPES'
                     and ws-mst-image(ws-scan-sub)(1:1) = 'I'
                     and ws-mst-image(ws-scan-sub)(2:4) = ws-card-image(2:4)
                  add 1 to ws-line-count
               end-if
            end-perform
            if ws-line-count <= 1
               move 'last ingredient line - delete the recipe header instead'
                  to ws-reject-reason
               perform reject-with
            end-if
         end-if
      when 'ALLERGEN'
         *> a recipe still using the ingredient would print its
         *> labels undeclared
         perform varying ws-scan-sub from 1 by 1
               until ws-scan-sub > ws-mst-count
            if ws-mst-file(ws-scan-sub) = 'RECIPES'
                  and ws-mst-image(ws-scan-sub)(1:1) = 'I'
                  and ws-mst-image(ws-scan-sub)(6:8) = ws-card-image(1:8)
               move 'Y' to ws-ref-found
            end-if
         end-perform
         if ws-ref-found = 'Y'
            move 'ingredient is still used by RECIPES - its allergens must stay declared'
               to ws-reject-reason
            perform reject-with
         end-if
      when 'PRICES'
         *> the last price in force for a supplied ingredient
         move ws-mst-image(ws-mst-found) to ws-scan-image
         move ws-scan-pr-ing-id to ws-lookup-ing-id
         move 'SUPPLIER' to ws-find-file
         move ws-lookup-ing-id to ws-find-key
         move 8 to ws-key-len
         perform find-master-entry
         move 16 to ws-key-len
         if ws-mst-found > 0 and ws-scan-pr-eff-date <= ws-today
            move 'N' to ws-price-found
            perform varying ws-scan-sub from 1 by 1
                  until ws-scan-sub > ws-mst-count
               if ws-mst-file(ws-scan-sub) = 'PRICES'
                     and ws-mst-image(ws-scan-sub)(1:8) = ws-lookup-ing-id
                     and ws-mst-image(ws-scan-sub)(9:8) <= ws-today
                     and ws-mst-image(ws-scan-sub)(1:16)
                        not = ws-card-image(1:16)
                  move 'Y' to ws-price-found
               end-if
            end-perform
            if ws-price-found not = 'Y'
               move 'last price in force for a supplied ingredient'
                  to ws-reject-reason
               perform reject-with
            end-if
         end-if
         move 'PRICES' to ws-find-file
         move ws-card-image(1:16) to ws-find-key
         perform find-master-entry
   end-evaluate.

back-out-empty-recipes.
   *> a recipe header added with no ingredient lines after it would
   *> fail the run's recipe load - take it back off, unlogged
   move 1 to ws-mst-sub.
   perform until ws-mst-sub > ws-mst-count
      if ws-mst-file(ws-mst-sub) = 'RECIPES'
            and ws-mst-image(ws-mst-sub)(1:1) = 'H'
            and (ws-mst-sub = ws-mst-count
               or ws-mst-file(ws-mst-sub + 1) not = 'RECIPES'
               or ws-mst-image(ws-mst-sub + 1)(1:1) not = 'I'
               or ws-mst-image(ws-mst-sub + 1)(2:4)
                  not = ws-mst-image(ws-mst-sub)(2:4))
         perform find-pending-recipe-add
         if ws-pl-sub > 0
            display 'ERROR: recipe '
               function trim(ws-mst-image(ws-mst-sub)(2:4))
               ' was added with no ingredient lines - header backed out'
            move 'X' to ws-pl-action(ws-pl-sub)
            add 1 to ws-cards-rejected
            subtract 1 from ws-cards-applied
            move 8 to return-code
            move ws-mst-sub to ws-mst-at
            perform remove-master-entry
            exit perform cycle
         end-if
      end-if
      add 1 to ws-mst-sub
   end-perform.

find-pending-recipe-add.
   perform varying ws-pl-sub from 1 by 1 until ws-pl-sub > ws-pl-count
      if ws-pl-file(ws-pl-sub) = 'RECIPES' and ws-pl-action(ws-pl-sub) = 'A'
            and ws-pl-after(ws-pl-sub)(1:5) = ws-mst-image(ws-mst-sub)(1:5)
         exit paragraph
      end-if
   end-perform.
   move zero to ws-pl-sub.

write-masters-and-log.
   *> the log is opened first: a master is never changed without
   *> somewhere to say so
   open extend chglog-file.
   if ws-chglog-status = '35'
      open output chglog-file
   end-if.
   if ws-chglog-status not = '00'
      display 'ERROR: change log could not be opened, status '
         ws-chglog-status ' - no master changed'
      move 16 to return-code
      goback
   end-if.
   perform varying ws-master-sub from 1 by 1 until ws-master-sub > 7
      if ws-master-changed(ws-master-sub) = 'Y'
         perform rewrite-one-master
         perform log-master-changes
      end-if
   end-perform.
   close chglog-file.

rewrite-one-master.
   evaluate ws-master-name(ws-master-sub)
      when 'INGMAST'
         open output ingmast-file
         move ws-ingmast-status to ws-file-status
      when 'RECIPES'
         open output recipes-file
         move ws-recipes-status to ws-file-status
      when 'SUPPLIER'
         open output supplier-file
         move ws-supplier-status to ws-file-status
      when 'PRICES'
         open output prices-file
         move ws-prices-status to ws-file-status
      when 'PARLEVEL'
         open output parlevel-file
         move ws-parlevel-status to ws-file-status
      when 'CALENDAR'
         open output calendar-file
         move ws-calendar-status to ws-file-status
      when 'ALLERGEN'
         open output allergen-file
         move ws-allergen-status to ws-file-status
   end-evaluate.
   if ws-file-status not = '00'
      display 'ERROR: ' function trim(ws-master-name(ws-master-sub))
         ' could not be rewritten, status ' ws-file-status
      close chglog-file
      move 16 to return-code
      goback
   end-if.
   perform varying ws-mst-sub from 1 by 1 until ws-mst-sub > ws-mst-count
      if ws-mst-file(ws-mst-sub) = ws-master-name(ws-master-sub)
         perform write-master-line
      end-if
   end-perform.
   perform close-master.
   display function trim(ws-master-name(ws-master-sub)) ' rewritten.'.

write-master-line.
   evaluate ws-master-name(ws-master-sub)
      when 'INGMAST'
         move ws-mst-image(ws-mst-sub) to ingmast-line
         write ingmast-line
      when 'RECIPES'
         move ws-mst-image(ws-mst-sub) to recipes-line
         write recipes-line
      when 'SUPPLIER'
         move ws-mst-image(ws-mst-sub) to supplier-line
         write supplier-line
      when 'PRICES'
         move ws-mst-image(ws-mst-sub) to prices-line
         write prices-line
      when 'PARLEVEL'
         move ws-mst-image(ws-mst-sub) to parlevel-line
         write parlevel-line
      when 'CALENDAR'
         move ws-mst-image(ws-mst-sub) to calendar-line
         write calendar-line
      when 'ALLERGEN'
         move ws-mst-image(ws-mst-sub) to allergen-line
         write allergen-line
   end-evaluate.

log-master-changes.
   perform varying ws-pl-sub from 1 by 1 until ws-pl-sub > ws-pl-count
      if ws-pl-file(ws-pl-sub) = ws-master-name(ws-master-sub)
            and ws-pl-action(ws-pl-sub) not = 'X'
         move ws-today                to cl-date
         move ws-pl-time(ws-pl-sub)   to cl-time
         move ws-operator-id          to cl-operator
         move ws-pl-file(ws-pl-sub)   to cl-file
         move ws-pl-action(ws-pl-sub) to cl-action
         move ws-pl-before(ws-pl-sub) to cl-before
         move ws-pl-after(ws-pl-sub)  to cl-after
         write chglog-rec
      end-if
   end-perform.

report-run-totals.
   display ' '.
   move ws-cards-read to ws-count-display.
   display 'Cards read:     ' ws-count-display.
   move ws-cards-applied to ws-count-display.
   display 'Changes applied: ' ws-count-display.
   move ws-cards-rejected to ws-count-display.
   display 'Cards rejected: ' ws-count-display.
   if ws-cards-rejected > 0
      display '*** rejected cards were NOT applied - correct and resubmit ***'
   end-if.

list-change-log.
   *> LOG lists the whole log; LOG,file one master; LOG,file,key the
   *> lines whose before or after image starts with key (a recipe's
   *> header is H + recipe id, its lines I + recipe id)
   open input chglog-file.
   if ws-chglog-status not = '00'
      display 'No change log yet - nothing has been maintained.'
      exit paragraph
   end-if.
   move zero to ws-log-key-len.
   if ws-log-key not = spaces
      compute ws-log-key-len
         = function length(function trim(ws-log-key trailing))
   end-if.
   display '==== Master file change log ===='.
   perform until exit
      read chglog-file
         at end
            exit perform
      end-read
      if ws-log-file not = spaces and cl-file not = ws-log-file
         exit perform cycle
      end-if
      if ws-log-key-len > 0
            and cl-before(1:ws-log-key-len) not = ws-log-key(1:ws-log-key-len)
            and cl-after(1:ws-log-key-len) not = ws-log-key(1:ws-log-key-len)
         exit perform cycle
      end-if
      add 1 to ws-log-shown
      display ' '
      display cl-date ' ' cl-time(1:2) ':' cl-time(3:2) ':' cl-time(5:2)
         '  ' cl-operator '  ' cl-file ' ' cl-action
      if cl-before not = spaces
         display '   was: ' cl-before
      end-if
      if cl-after not = spaces
         display '   now: ' cl-after
      end-if
   end-perform.
   close chglog-file.
   move ws-log-shown to ws-count-display.
   display ' '.
   display 'Changes listed: ' ws-count-display.

end program blinmnt.
