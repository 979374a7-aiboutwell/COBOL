      *****************************************************************
      *  PRODREC.CPY
      *
      *  RECORD LAYOUT FOR PRODUCTION-TRANS.  THE DAY'S KITCHEN
      *  TICKETS, QUEUED FOR JELLO-PRODUCE IN THE ORDER THEY HAPPENED:
      *    B  A PRODUCTION BATCH - PT-TRAYS FINISHED TRAYS OF
      *       PT-FLAVOR-CODE MADE TO ITS RECIPE.
      *    D  AN INGREDIENT DELIVERY - PT-QUANTITY OF
      *       PT-INGREDIENT-CODE RECEIVED, AT PT-UNIT-COST PER UNIT
      *       (ZERO WHEN THE COST WAS NOT ON THE PACKING SLIP, AND THE
      *       LAST COST ON INGREDIENT STANDS).
      *  A BATCH LEAVES THE DELIVERY FIELDS ZERO AND A DELIVERY THE
      *  BATCH FIELDS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  PT-TICKET-DATE          PIC X(08).
           05  PT-TICKET-TYPE          PIC X(01).
               88  PT-BATCH            VALUE 'B'.
               88  PT-DELIVERY         VALUE 'D'.
           05  PT-FLAVOR-CODE          PIC 9(02).
           05  PT-TRAYS                PIC 9(05).
           05  PT-INGREDIENT-CODE      PIC 9(03).
           05  PT-QUANTITY             PIC 9(06)V99.
           05  PT-UNIT-COST            PIC 9(03)V9(04).
