        organization line sequential
        file status is ws-calendar-status.

    select allergen-file assign to "ALLERGEN"
        organization line sequential
        file status is ws-allergen-status.

data division.
file section.
fd  ingmast-file
    record contains 13 characters.
    copy CALREC.

fd  allergen-file
    record contains 22 characters.
    copy ALLERGEN.

working-storage section.
77 ws-ingmast-status  pic xx value spaces.
77 ws-recipes-status  pic xx value spaces.
77 ws-stations-status pic xx value spaces.
77 ws-parlevel-status pic xx value spaces.
77 ws-calendar-status pic xx value spaces.
77 ws-allergen-status pic xx value spaces.

77 ws-caldate-count pic 9(3) value zero.
01 ws-caldate-table.
77 ws-recipe-ing-count pic 9(3) value zero.
77 ws-current-recipe  pic x(4) value spaces.

*> ingredients with an allergen declaration - a recipe using one
*> without would print labels that cannot be trusted
77 ws-decl-count pic 9(3) value zero.
01 ws-decl-table.
   05 ws-decl-ing-id occurs 100 times pic x(8).
77 ws-decl-sub pic 9(3) value zero.
77 ws-alg-sub  pic 99   value zero.

77 ws-price-count pic 9(3) value zero.
01 ws-price-table.
   05 ws-price-entry occurs 100 times.
   accept ws-today from date yyyymmdd.

   perform check-ingredient-master.
   perform check-allergens.
   perform check-recipes.
   perform check-prices.
   perform check-suppliers.
   end-perform.
   move 'N' to ws-ing-found.

check-allergens.
   *> checked ahead of RECIPES so every recipe ingredient line can
   *> be looked up; with no file at all, every one of them shows up
   *> as undeclared
   open input allergen-file.
   if ws-allergen-status not = '00'
      display 'ALLERGEN not present - no ingredient has an allergen'
         ' declaration.'
      exit paragraph
   end-if.
   add 1 to ws-checked-files.
   display '-- Checking ALLERGEN --'.
   perform until exit
      read allergen-file
         at end
            exit perform
      end-read
      perform check-one-declaration
   end-perform.
   close allergen-file.

check-one-declaration.
   if alg-ing-id = spaces
      display 'DISCREPANCY: ALLERGEN record with a blank ingredient id'
      perform note-problem
      exit paragraph
   end-if.
   perform varying ws-decl-sub from 1 by 1 until ws-decl-sub > ws-decl-count
      if ws-decl-ing-id(ws-decl-sub) = alg-ing-id
         display 'DISCREPANCY: duplicate allergen declaration for '
            function trim(alg-ing-id)
         perform note-problem
         exit paragraph
      end-if
   end-perform.
   if ws-decl-count >= 100
      display 'DISCREPANCY: ALLERGEN has more than 100 lines -'
         ' the labels will reject it'
      perform note-problem
      exit paragraph
   end-if.
   move function upper-case(alg-flags) to alg-flags.
   perform varying ws-alg-sub from 1 by 1 until ws-alg-sub > 14
      if alg-flag(ws-alg-sub) not = 'Y' and alg-flag(ws-alg-sub) not = 'N'
         display 'DISCREPANCY: allergen declaration for '
            function trim(alg-ing-id)
            ' must have Y or N in all fourteen columns'
         perform note-problem
         exit perform
      end-if
   end-perform.
   move alg-ing-id to ws-lookup-ing-id.
   perform find-checked-ingredient.
   if ws-ing-found not = 'Y'
      display 'DISCREPANCY: allergen declaration for '
         function trim(alg-ing-id) ' which is not in INGMAST'
      perform note-problem
   end-if.
   add 1 to ws-decl-count.
   move alg-ing-id to ws-decl-ing-id(ws-decl-count).

check-recipes.
   open input recipes-file.
   if ws-recipes-status not = '00'
         ' which is not in INGMAST'
      perform note-problem
   end-if.
   perform varying ws-decl-sub from 1 by 1 until ws-decl-sub > ws-decl-count
      if ws-decl-ing-id(ws-decl-sub) = rcp-ing-id
         exit paragraph
      end-if
   end-perform.
   display 'DISCREPANCY: recipe ' function trim(ws-current-recipe)
      ' uses ingredient ' function trim(rcp-ing-id)
      ' which has no allergen declaration on ALLERGEN'.
   perform note-problem.

check-prices.
   open input prices-file.
