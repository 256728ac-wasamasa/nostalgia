      *> ALLERGEN - one ingredient's allergen declaration, 'Y' or 'N'
      *> for each of the fourteen allergens that must be declared on
      *> food sold loose, in this fixed order:
      *>   1 gluten (cereals)   2 crustaceans   3 egg        4 fish
      *>   5 peanut             6 soya          7 milk       8 nuts
      *>   9 celery            10 mustard      11 sesame    12 sulphites
      *>  13 lupin             14 molluscs
      *> an ingredient with no line here is undeclared - not the same
      *> as allergen-free - and every recipe using it says so.
       01  alg-decl-rec.
           05  alg-ing-id  pic x(8).
           05  alg-flags   pic x(14).
           05  alg-flag redefines alg-flags
                           pic x occurs 14 times.
