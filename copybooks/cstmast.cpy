      *  CSTMAST.CPY
      *
      *  RECORD LAYOUT FOR FLAVOR-COST.  ONE RECORD PER FLAVOR CODE,
      *  CARRYING THE LAST UNIT COST OF A TRAY.  JELLO-RECEIVE
      *  UPDATES IT FROM EACH RECEIPT THAT CARRIES A COST, JELLO-
      *  PRODUCE ROLLS IT UP FROM THE INGREDIENT COSTS FOR EVERY
      *  FLAVOR WITH A RECIPE, AND THE MARGIN REPORT PRICES COST OF
      *  GOODS FROM IT - SO THE SEASONAL LINEUP DECISION CAN SEE
      *  MARGIN, NOT JUST UNIT COUNTS.
      *
      *  MODIFICATION HISTORY
      *      2026-09-02  AB  ORIGINAL RECORD - FLAVOR CODE AND LAST
      *                      UNIT COST.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *      2026-10-15  AB  TRAY COST ROLLED UP FROM RECIPES BY
      *                      JELLO-PRODUCE.
      *****************************************************************
           05  CS-FLAVOR-CODE          PIC 9(02).
           05  CS-UNIT-COST            PIC 9(03)V99.
