identification division.
program-id. blinalg.

environment division.
input-output section.
file-control.
    *> per-ingredient allergen declarations, kept by BLINMNT
    select allergen-file assign to "ALLERGEN"
        organization line sequential
        file status is ws-allergen-status.

    select recipes-file assign to "RECIPES"
        organization line sequential
        file status is ws-recipes-status.

    *> the night run's audit log: one 'S' record per station costed
    *> out, carrying the recipe that station actually cooked
    select audit-file assign to "AUDITLOG"
        organization sequential
        file status is ws-audit-status.

    select labels-file assign to "LABELS"
        organization sequential
        file status is ws-labels-status.

data division.
file section.
fd  allergen-file
    record contains 22 characters.
    copy ALLERGEN.

fd  recipes-file
    record contains 28 characters.
01  recipes-rec.
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

fd  audit-file
    record contains 57 characters.
    copy AUDITREC.

fd  labels-file
    record contains 142 characters.
    copy ALGLABEL.

working-storage section.
77 ws-allergen-status pic xx value spaces.
77 ws-recipes-status  pic xx value spaces.
77 ws-audit-status    pic xx value spaces.
77 ws-labels-status   pic xx value spaces.

77 ws-parm          pic x(80) value spaces.
77 ws-parm-function pic x(8)  value spaces.
77 ws-parm-date     pic x(8)  value spaces.
77 ws-label-date    pic x(8)  value spaces.
77 ws-env-var-name  pic x(20) value spaces.
*> the business date the daily chain runs under - see
*> determine-business-date
77 ws-busdate       pic x(8)  value spaces.
77 ws-busdate-env   pic x(8)  value spaces.

*> the fourteen allergens in ALLERGEN's fixed order: a two-letter
*> column head for the matrix and the word for the label
01 ws-allergen-names.
   05 filler pic x(12) value 'GLGLUTEN    '.
   05 filler pic x(12) value 'CRCRUSTACEAN'.
   05 filler pic x(12) value 'EGEGG       '.
   05 filler pic x(12) value 'FIFISH      '.
   05 filler pic x(12) value 'PNPEANUT    '.
   05 filler pic x(12) value 'SOSOYA      '.
   05 filler pic x(12) value 'MKMILK      '.
   05 filler pic x(12) value 'NTNUTS      '.
   05 filler pic x(12) value 'CECELERY    '.
   05 filler pic x(12) value 'MUMUSTARD   '.
   05 filler pic x(12) value 'SESESAME    '.
   05 filler pic x(12) value 'SUSULPHITES '.
   05 filler pic x(12) value 'LULUPIN     '.
   05 filler pic x(12) value 'MOMOLLUSCS  '.
01 ws-allergen-name-table redefines ws-allergen-names.
   05 ws-alg-name-entry occurs 14 times.
      10 ws-alg-code pic x(2).
      10 ws-alg-word pic x(10).
77 ws-alg-sub pic 99 value zero.

77 ws-decl-count pic 9(3) value zero.
01 ws-decl-table.
   05 ws-decl-entry occurs 100 times.
      10 ws-decl-ing-id pic x(8).
      10 ws-decl-flags  pic x(14).
77 ws-decl-sub   pic 9(3) value zero.
77 ws-decl-found pic 9(3) value zero.

77 ws-recipe-count pic 99 value zero.
01 ws-recipe-table.
   05 ws-recipe-entry occurs 20 times.
      copy RECIPE replacing leading ==recipe-== by ==ws-recipe-==.
77 ws-recipe-sub pic 99 value zero.
77 ws-ing-sub    pic 99 value zero.

*> one recipe's allergens, worked out by work-out-recipe-allergens
01 ws-rcp-flags.
   05 ws-rcp-flag pic x occurs 14 times.
77 ws-rcp-declared   pic x     value 'Y'.
77 ws-undeclared-ids pic x(40) value spaces.
77 ws-undeclared-ptr pic 99    value 1.
77 ws-contains-text  pic x(80) value spaces.
77 ws-contains-ptr   pic 99    value 1.
77 ws-contains-short pic x     value 'N'.
77 ws-ids-cut        pic x     value 'N'.
77 ws-matrix-line    pic x(80) value spaces.
77 ws-matrix-col     pic 99    value zero.

*> the stations and recipes cooked on the label date, one label each
77 ws-cooked-count pic 9(3) value zero.
01 ws-cooked-table.
   05 ws-cooked-entry occurs 200 times.
      10 ws-cooked-station pic x(10).
      10 ws-cooked-recipe  pic x(4).
      10 ws-cooked-blins   pic 9(5).
77 ws-cooked-sub pic 9(3) value zero.

77 ws-undeclared-count pic 9(3) value zero.
77 ws-labels-written   pic 9(3) value zero.
77 ws-count-disp       pic zz9  value zero.

linkage section.
01 lk-exec-parm.
   05 lk-parm-length pic s9(4) comp.
   05 lk-parm-text   pic x(80).

procedure division using lk-exec-parm.
main.
   display 'Blinalg is starting up..'.
   perform determine-business-date.

   move spaces to ws-parm.
   if lk-parm-length > 0
      move lk-parm-text(1:lk-parm-length) to ws-parm
   end-if.
   unstring ws-parm delimited by ','
      into ws-parm-function ws-parm-date
   end-unstring.
   move function upper-case(ws-parm-function) to ws-parm-function.

   evaluate ws-parm-function
      when spaces
      when 'MATRIX'
         perform load-declarations
         perform load-recipe-table
         perform print-allergen-matrix
      when 'LABELS'
         if ws-parm-date = spaces
            move ws-busdate to ws-label-date
         else
            move ws-parm-date to ws-label-date
         end-if
         if ws-label-date is not numeric
            display 'ERROR: the label date must be YYYYMMDD'
            move 16 to return-code
            goback
         end-if
         perform load-declarations
         perform load-recipe-table
         perform find-recipes-cooked
         perform write-labels
      when other
         display 'ERROR: PARM must be MATRIX (the allergen matrix) or'
            ' LABELS[,YYYYMMDD] (the day''s labels and shelf cards)'
         move 16 to return-code
         goback
   end-evaluate.
   if ws-undeclared-count > 0
      move ws-undeclared-count to ws-count-disp
      display ' '
      display '*** ' function trim(ws-count-disp)
         ' recipe(s) use an ingredient with no allergen declaration -'
         ' add it to ALLERGEN ***'
      move 4 to return-code
   end-if.

   display 'Blinalg shutting down..'.
   goback.

load-declarations.
   open input allergen-file.
   if ws-allergen-status not = '00'
      display 'WARNING: no ALLERGEN declarations on file - every'
         ' ingredient reads as undeclared'
      exit paragraph
   end-if.
   perform until exit
      read allergen-file
         at end
            exit perform
      end-read
      if ws-decl-count >= 100
         display 'ERROR: allergen file has more than 100 lines, rejecting'
         close allergen-file
         move 16 to return-code
         goback
      end-if
      add 1 to ws-decl-count
      move alg-ing-id to ws-decl-ing-id(ws-decl-count)
      move function upper-case(alg-flags)
         to ws-decl-flags(ws-decl-count)
   end-perform.
   close allergen-file.

load-recipe-table.
   *> the same recipes the night run cooks from: the RECIPES file,
   *> or without one the three built-in classics
   open input recipes-file.
   if ws-recipes-status not = '00'
      perform populate-recipe-table
      exit paragraph
   end-if.
   perform until exit
      read recipes-file
         at end
            exit perform
      end-read
      evaluate rcp-rec-type
         when 'H'
            if ws-recipe-count >= 20
               display 'ERROR: recipes file has more than 20 recipes, rejecting'
               close recipes-file
               move 16 to return-code
               goback
            end-if
            add 1 to ws-recipe-count
            move rcp-recipe-id to ws-recipe-id(ws-recipe-count)
            move rcp-name      to ws-recipe-name(ws-recipe-count)
            move zero          to ws-recipe-ing-count(ws-recipe-count)
         when 'I'
            if ws-recipe-count > 0
               if ws-recipe-ing-count(ws-recipe-count) >= 10
                  display 'ERROR: recipe ' function trim(rcp-recipe-id)
                     ' has more than 10 ingredients, rejecting'
                  close recipes-file
                  move 16 to return-code
                  goback
               end-if
               add 1 to ws-recipe-ing-count(ws-recipe-count)
               move ws-recipe-ing-count(ws-recipe-count) to ws-ing-sub
               move rcp-ing-id
                  to ws-recipe-ing-id(ws-recipe-count, ws-ing-sub)
            end-if
      end-evaluate
   end-perform.
   close recipes-file.

populate-recipe-table.
   move 3 to ws-recipe-count.
   move 'BLIN'        to ws-recipe-id(1).
   move 'Classic Blin' to ws-recipe-name(1).
   move 'BLNI'        to ws-recipe-id(2).
   move 'Thick Blini' to ws-recipe-name(2).
   move 'CRPE'        to ws-recipe-id(3).
   move 'Thin Crepe'  to ws-recipe-name(3).
   perform varying ws-recipe-sub from 1 by 1 until ws-recipe-sub > 3
      move 3       to ws-recipe-ing-count(ws-recipe-sub)
      move 'EGGS'  to ws-recipe-ing-id(ws-recipe-sub, 1)
      move 'MILK'  to ws-recipe-ing-id(ws-recipe-sub, 2)
      move 'FLOUR' to ws-recipe-ing-id(ws-recipe-sub, 3)
   end-perform.

work-out-recipe-allergens.
   *> a recipe carries every allergen any of its ingredients
   *> declares; an ingredient with no declaration leaves the recipe
   *> undeclared and is named, never quietly taken as allergen-free
   move all 'N' to ws-rcp-flags.
   move 'Y'     to ws-rcp-declared.
   move spaces  to ws-undeclared-ids.
   move 1       to ws-undeclared-ptr.
   move 'N'     to ws-ids-cut.
   perform varying ws-ing-sub from 1 by 1
         until ws-ing-sub > ws-recipe-ing-count(ws-recipe-sub)
      move zero to ws-decl-found
      perform varying ws-decl-sub from 1 by 1
            until ws-decl-sub > ws-decl-count
         if ws-decl-ing-id(ws-decl-sub)
               = ws-recipe-ing-id(ws-recipe-sub, ws-ing-sub)
            move ws-decl-sub to ws-decl-found
            exit perform
         end-if
      end-perform
      if ws-decl-found = 0
         move 'N' to ws-rcp-declared
         string function trim(ws-recipe-ing-id(ws-recipe-sub, ws-ing-sub))
               ' ' delimited by size
            into ws-undeclared-ids
            with pointer ws-undeclared-ptr
            on overflow
               move 'Y' to ws-ids-cut
         end-string
      else
         perform varying ws-alg-sub from 1 by 1 until ws-alg-sub > 14
            if ws-decl-flags(ws-decl-found)(ws-alg-sub:1) = 'Y'
               move 'Y' to ws-rcp-flag(ws-alg-sub)
            end-if
         end-perform
      end-if
   end-perform.
   *> the wording for a label: the allergens by name - or, when the
   *> names will not all fit, by their two-letter codes - then any
   *> ingredient still waiting for its declaration
   move 'N' to ws-contains-short.
   perform build-contains-text.
   if ws-contains-short = 'Y'
      perform build-contains-text
   end-if.
   if ws-rcp-declared = 'N'
      string ' - NOT DECLARED: ' function trim(ws-undeclared-ids)
            delimited by size
         into ws-contains-text
         with pointer ws-contains-ptr
         on overflow
            move 'Y' to ws-ids-cut
      end-string
      *> a list that would not fit is ended where BLINCHK can be
      *> read for the rest, never just cut short
      if ws-ids-cut = 'Y'
         move ' +MORE, SEE BLINCHK' to ws-contains-text(62:19)
      end-if
   end-if.

build-contains-text.
   move spaces to ws-contains-text.
   move 1      to ws-contains-ptr.
   perform varying ws-alg-sub from 1 by 1 until ws-alg-sub > 14
      if ws-rcp-flag(ws-alg-sub) = 'Y'
         if ws-contains-ptr = 1
            string 'CONTAINS: ' delimited by size
               into ws-contains-text
               with pointer ws-contains-ptr
            end-string
         else
            string ', ' delimited by size
               into ws-contains-text
               with pointer ws-contains-ptr
            end-string
         end-if
         if ws-contains-short = 'Y'
            string ws-alg-code(ws-alg-sub) delimited by size
               into ws-contains-text
               with pointer ws-contains-ptr
            end-string
         else
            string function trim(ws-alg-word(ws-alg-sub)) delimited by size
               into ws-contains-text
               with pointer ws-contains-ptr
               on overflow
                  move 'Y' to ws-contains-short
                  exit paragraph
            end-string
         end-if
      end-if
   end-perform.
   if ws-contains-ptr = 1
      string 'NO DECLARED ALLERGENS' delimited by size
         into ws-contains-text
         with pointer ws-contains-ptr
      end-string
   end-if.

print-allergen-matrix.
   display ' '.
   display '==== Allergen matrix - every recipe on RECIPES ===='.
   display ' '.
   move spaces to ws-matrix-line.
   move 'Recipe                        ' to ws-matrix-line(1:30).
   move 31 to ws-matrix-col.
   perform varying ws-alg-sub from 1 by 1 until ws-alg-sub > 14
      move ws-alg-code(ws-alg-sub) to ws-matrix-line(ws-matrix-col:2)
      add 3 to ws-matrix-col
   end-perform.
   display ws-matrix-line.
   perform varying ws-recipe-sub from 1 by 1
         until ws-recipe-sub > ws-recipe-count
      perform work-out-recipe-allergens
      move spaces to ws-matrix-line
      move ws-recipe-id(ws-recipe-sub)   to ws-matrix-line(1:4)
      move ws-recipe-name(ws-recipe-sub) to ws-matrix-line(6:20)
      move 31 to ws-matrix-col
      perform varying ws-alg-sub from 1 by 1 until ws-alg-sub > 14
         if ws-rcp-flag(ws-alg-sub) = 'Y'
            move ' X' to ws-matrix-line(ws-matrix-col:2)
         else
            move ' .' to ws-matrix-line(ws-matrix-col:2)
         end-if
         add 3 to ws-matrix-col
      end-perform
      display ws-matrix-line
      if ws-rcp-declared = 'N'
         add 1 to ws-undeclared-count
         display '     *** not declared: ' function trim(ws-undeclared-ids)
            ' - allergens above are incomplete ***'
         if ws-ids-cut = 'Y'
            display '     *** and more - BLINCHK lists every one ***'
         end-if
      end-if
   end-perform.
   display ' '.
   display 'GL gluten  CR crustaceans  EG egg  FI fish  PN peanut'
      '  SO soya  MK milk'.
   display 'NT nuts  CE celery  MU mustard  SE sesame  SU sulphites'
      '  LU lupin  MO molluscs'.

find-recipes-cooked.
   *> what each station really cooked is on its 'S' audit record -
   *> the rotation recipe, the calendar's special or its STNPLAN
   *> override, whichever the run used - so the labels never have
   *> to second-guess the plan
   open input audit-file.
   if ws-audit-status not = '00'
      display 'ERROR: audit log could not be opened, status '
         ws-audit-status
      move 16 to return-code
      goback
   end-if.
   perform until exit
      read audit-file
         at end
            exit perform
      end-read
      if audit-rec-type = 'S' and audit-date = ws-label-date
            and audit-blin-amount is numeric and audit-blin-amount > 0
         perform note-recipe-cooked
      end-if
   end-perform.
   close audit-file.

note-recipe-cooked.
   perform varying ws-cooked-sub from 1 by 1
         until ws-cooked-sub > ws-cooked-count
      if ws-cooked-station(ws-cooked-sub) = audit-station-id
            and ws-cooked-recipe(ws-cooked-sub) = audit-recipe-id
         add audit-blin-amount to ws-cooked-blins(ws-cooked-sub)
         exit paragraph
      end-if
   end-perform.
   if ws-cooked-count >= 200
      display 'ERROR: more than 200 station recipes cooked in one day,'
         ' rejecting'
      move 16 to return-code
      goback
   end-if.
   add 1 to ws-cooked-count.
   move audit-station-id  to ws-cooked-station(ws-cooked-count).
   move audit-recipe-id   to ws-cooked-recipe(ws-cooked-count).
   move audit-blin-amount to ws-cooked-blins(ws-cooked-count).

write-labels.
   open output labels-file.
   if ws-labels-status not = '00'
      display 'ERROR: label file could not be opened, status '
         ws-labels-status
      move 16 to return-code
      goback
   end-if.
   display ' '.
   display '==== Allergen labels for ' ws-label-date ' ===='.
   perform varying ws-cooked-sub from 1 by 1
         until ws-cooked-sub > ws-cooked-count
      perform varying ws-recipe-sub from 1 by 1
            until ws-recipe-sub > ws-recipe-count
         if ws-recipe-id(ws-recipe-sub) = ws-cooked-recipe(ws-cooked-sub)
            exit perform
         end-if
      end-perform
      move ws-label-date                   to lb-date
      move ws-cooked-station(ws-cooked-sub) to lb-station-id
      move ws-cooked-recipe(ws-cooked-sub)  to lb-recipe-id
      move ws-cooked-blins(ws-cooked-sub)   to lb-blins
      if ws-recipe-sub > ws-recipe-count
         *> cooked off a recipe since taken off RECIPES - nothing to
         *> work the allergens out from, so the card says so
         move spaces to lb-recipe-name
         move all 'N' to lb-flags
         move 'N'     to lb-declared
         move 'RECIPE NO LONGER ON FILE - ALLERGENS UNKNOWN' to lb-text
         add 1 to ws-undeclared-count
      else
         perform work-out-recipe-allergens
         move ws-recipe-name(ws-recipe-sub) to lb-recipe-name
         move ws-rcp-flags                  to lb-flags
         move ws-rcp-declared               to lb-declared
         move ws-contains-text              to lb-text
         if ws-rcp-declared = 'N'
            add 1 to ws-undeclared-count
         end-if
      end-if
      write lb-label-rec
      add 1 to ws-labels-written
      display lb-station-id ' ' lb-recipe-id ' ' lb-recipe-name
      display '     ' function trim(lb-text)
   end-perform.
   close labels-file.
   display ' '.
   if ws-labels-written = 0
      display 'Nothing was cooked on ' ws-label-date ' - no labels.'
   else
      move ws-labels-written to ws-count-disp
      display 'Labels written: ' function trim(ws-count-disp)
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

end program blinalg.
