      *                      A PROMO-MASTER PROMOTION (SPACES FOR
      *                      REGULAR PRICE), SO THE PROMO RESULTS
      *                      REPORT COMES OFF THE FILE.
      *      2026-10-15  AB  ORDHIST.CPY CARRIES THIS SAME LAYOUT FOR
      *                      ORDER-HISTORY; A NEW FIELD GOES IN BOTH.
      *****************************************************************
           05  OR-ORDER-DATE           PIC X(08).
           05  OR-ORDER-TIME           PIC X(08).
