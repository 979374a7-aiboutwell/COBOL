      *
      *  MODIFICATION HISTORY
      *      2026-09-02  AB  ORIGINAL RECORD.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  PR-PROMO-ID             PIC X(04).
           05  PR-FLAVOR-CODE          PIC 9(02).
           05  PR-PROMO-PRICE          PIC 9(03)V99.
           05  PR-PCT-OFF              PIC 9(02).
           05  PR-START-DATE           PIC X(08).
