      *                      OLD/NEW NAME, PRICE, ON-HAND, REORDER.
      *      2026-09-02  AB  ADDED THE OPERATOR ID OF THE SUPERVISOR
      *                      WHO APPLIED THE ACTION.
      *      2026-10-15  AB  ADDED OLD/NEW VENDOR ID NOW THAT
      *                      FLAVOR-MASTER CARRIES ONE.
      *      2026-10-15  AB  ADDED OLD/NEW SHELF LIFE IN DAYS.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  MA-STAMP-DATE           PIC X(08).
           05  MA-STAMP-TIME           PIC X(08).
           05  MA-ACTION               PIC X(01).
           05  MA-FLAVOR-CODE          PIC 9(02).
           05  MA-OLD-NAME             PIC X(15).
           05  MA-NEW-NAME             PIC X(15).
           05  MA-OLD-PRICE            PIC 9(03)V99.
           05  MA-OLD-REORDER          PIC 9(05).
           05  MA-NEW-REORDER          PIC 9(05).
           05  MA-OPERATOR-ID          PIC X(03).
           05  MA-OLD-VENDOR           PIC X(04).
           05  MA-NEW-VENDOR           PIC X(04).
           05  MA-OLD-SHELF-DAYS       PIC 9(03).
           05  MA-NEW-SHELF-DAYS       PIC 9(03).
