      *
      *  MODIFICATION HISTORY
      *      2026-08-09  AB  ORIGINAL RECORD - FLAVOR CODE AND PRICE.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  PM-FLAVOR-CODE          PIC 9(02).
           05  PM-PRICE                PIC 9(03)V99.
