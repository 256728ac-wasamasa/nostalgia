      *> ALGLABEL - one allergen label / shelf card: a recipe a station
      *> actually cooked on label-date (whatever the run gave it -
      *> rotation, calendar special or STNPLAN override), the blins
      *> made, the allergen flags in ALLERGEN's fixed order, and the
      *> card's wording. declared is 'N' when one of the recipe's
      *> ingredients has no ALLERGEN line - the wording then names it
      *> and the card must not go out as complete.
       01  lb-label-rec.
           05  lb-date        pic x(8).
           05  lb-station-id  pic x(10).
           05  lb-recipe-id   pic x(4).
           05  lb-recipe-name pic x(20).
           05  lb-blins       pic 9(5).
           05  lb-flags       pic x(14).
           05  lb-declared    pic x.
           05  lb-text        pic x(80).
