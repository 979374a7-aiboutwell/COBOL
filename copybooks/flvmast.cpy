      *
      *  MODIFICATION HISTORY
      *      2026-08-09  AB  ORIGINAL RECORD - FLAVOR CODE AND NAME.
      *      2026-10-15  AB  ADDED THE VENDOR ID OF THE SUPPLIER THE
      *                      FLAVOR IS BOUGHT FROM (VENDOR-MASTER), SO
      *                      A LOW-STOCK SUGGESTION CAN BECOME A DRAFT
      *                      PO.  SPACES MEANS NO REGULAR SUPPLIER.
      *      2026-10-15  AB  ADDED THE SHELF LIFE IN DAYS, WHICH DATES
      *                      THE EXPIRY OF EACH LOT RECEIVED (STOCK-
      *                      LOTS).  ZERO MEANS THE FLAVOR DOES NOT
      *                      EXPIRE.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  FM-FLAVOR-CODE          PIC 9(02).
           05  FM-FLAVOR-NAME          PIC X(15).
           05  FM-VENDOR-ID            PIC X(04).
           05  FM-SHELF-LIFE-DAYS      PIC 9(03).
