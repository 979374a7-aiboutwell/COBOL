      *      2026-08-22  AB  ADDED REORDER POINT SO THE LOW-STOCK
      *                      REPORT CAN FLAG FLAVORS TO REORDER
      *                      WITHOUT ANYONE READING THE TALLY.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  IV-FLAVOR-CODE          PIC 9(02).
           05  IV-ON-HAND              PIC 9(05).
           05  IV-REORDER-POINT        PIC 9(05).
