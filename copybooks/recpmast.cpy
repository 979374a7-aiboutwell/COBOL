      *****************************************************************
      *  RECPMAST.CPY
      *
      *  RECORD LAYOUT FOR RECIPE.  ONE RECORD PER INGREDIENT THAT
      *  GOES INTO A TRAY OF A FLAVOR: THE FLAVOR-MASTER CODE, THE
      *  INGREDIENT CODE, AND HOW MUCH OF THE INGREDIENT (IN ITS
      *  IG-UNIT) ONE FINISHED TRAY TAKES.  A FLAVOR'S RECIPE IS ALL
      *  OF ITS RECORDS, IN ANY ORDER.  JELLO-PRODUCE RELIEVES
      *  INGREDIENT STOCK BY IT FOR EACH BATCH AND ROLLS THE
      *  INGREDIENT COSTS UP THROUGH IT INTO FLAVOR-COST.  A FLAVOR
      *  WITH NO RECIPE CANNOT BE PRODUCED; IT IS BOUGHT IN THROUGH
      *  JELLO-RECEIVE AS BEFORE.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  RP-FLAVOR-CODE          PIC 9(02).
           05  RP-INGREDIENT-CODE      PIC 9(03).
           05  RP-QTY-PER-TRAY         PIC 9(03)V9(04).
