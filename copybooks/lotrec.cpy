      *****************************************************************
      *  LOTREC.CPY
      *
      *  RECORD LAYOUT FOR STOCK-LOTS.  ONE RECORD PER LOT OF TRAYS
      *  RECEIVED: THE LOT NUMBER, THE FLAVOR, THE DATE IT CAME IN,
      *  THE DATE IT EXPIRES (RECEIVED DATE PLUS THE FLAVOR'S
      *  FM-SHELF-LIFE-DAYS), THE QUANTITY RECEIVED, AND THE
      *  QUANTITY STILL ON THE SHELF.
      *
      *  THE FILE IS KEPT IN THE ORDER THE LOTS WERE RECEIVED, SO THE
      *  FIRST LOT FOUND FOR A FLAVOR WITH STOCK LEFT IS THE OLDEST.
      *  EVERY PROGRAM THAT MOVES IV-ON-HAND MOVES THE LOTS WITH IT -
      *  SALES AND DOWN-ADJUSTMENTS DRAW THE OLDEST LOT FIRST, AND
      *  VOIDED OR FOUND STOCK GOES BACK ON THE NEWEST LOT IT WAS
      *  DRAWN FROM - SO THE LOTS FOR A FLAVOR ALWAYS ADD UP TO ITS
      *  IV-ON-HAND.  AN EMPTIED LOT STAYS ON FILE UNTIL IT IS PAST
      *  ITS EXPIRY DATE (ONE THAT NEVER EXPIRES, UNTIL THE DAY IT
      *  WAS RECEIVED IS OVER), WHEN THE MORNING EXPIRY REPORT DROPS
      *  IT.
      *
      *  AN EXPIRY DATE OF SPACES MEANS A LOT OPENED BY A VOID OR A
      *  COUNT CORRECTION FOR A FLAVOR WITH NO LOT LEFT ON FILE; THE
      *  MORNING EXPIRY REPORT DATES IT FROM ITS RECEIVED DATE.  AN
      *  EXPIRY DATE OF ALL NINES MEANS THE FLAVOR CARRIES NO SHELF
      *  LIFE AND THE LOT NEVER EXPIRES.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  LT-LOT-NUMBER           PIC 9(05).
           05  LT-FLAVOR-CODE          PIC 9(02).
           05  LT-RECEIVED-DATE        PIC X(08).
           05  LT-EXPIRY-DATE          PIC X(08).
           05  LT-QTY-RECEIVED         PIC 9(05).
           05  LT-QTY-ON-HAND          PIC 9(05).
