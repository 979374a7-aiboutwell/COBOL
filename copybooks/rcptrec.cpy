      *                      MEANS THE COST WAS NOT ON THE PACKING
      *                      SLIP AND THE LAST COST ON FLAVOR-COST
      *                      STANDS.
      *      2026-10-15  AB  ADDED THE PO NUMBER OFF THE PACKING SLIP.
      *                      ZERO (OR AN OLD SHORT RECORD) MATCHES THE
      *                      DELIVERY TO THE OLDEST OPEN PO LINE FOR
      *                      THE FLAVOR.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  RC-RECEIPT-DATE         PIC X(08).
           05  RC-FLAVOR-CODE          PIC 9(02).
           05  RC-QUANTITY             PIC 9(05).
           05  RC-UNIT-COST            PIC 9(03)V99.
           05  RC-PO-NUMBER            PIC 9(05).
