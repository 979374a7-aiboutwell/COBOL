      *****************************************************************
      *  INGRMAST.CPY
      *
      *  RECORD LAYOUT FOR INGREDIENT.  ONE RECORD PER INGREDIENT WE
      *  MAKE THE JELLO FROM - GELATIN MIX, SUGAR, CUPS AND LIDS -
      *  KEYED BY A THREE-DIGIT INGREDIENT CODE.  IG-ON-HAND IS IN
      *  THE INGREDIENT'S OWN UNIT (IG-UNIT: LB, OZ, EACH, ...) TO
      *  THE HUNDREDTH, AND IG-UNIT-COST IS THE LAST COST PAID PER
      *  ONE OF THAT UNIT, TO THE TEN-THOUSANDTH OF A DOLLAR SINCE A
      *  CUP COSTS PENNIES.  JELLO-PRODUCE ADDS DELIVERIES, RELIEVES
      *  WHAT EACH PRODUCTION BATCH USES, AND LISTS EVERY INGREDIENT
      *  AT OR BELOW ITS REORDER POINT FOR ITS VENDOR.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  IG-INGREDIENT-CODE      PIC 9(03).
           05  IG-INGREDIENT-NAME      PIC X(15).
           05  IG-UNIT                 PIC X(04).
           05  IG-ON-HAND              PIC 9(06)V99.
           05  IG-REORDER-POINT        PIC 9(06)V99.
           05  IG-UNIT-COST            PIC 9(03)V9(04).
           05  IG-VENDOR-ID            PIC X(04).
