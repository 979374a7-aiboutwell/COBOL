      *  DIRECTION IS '-' (STOCK GOES DOWN, THE USUAL CASE) OR '+'
      *  (A COUNT CORRECTION THAT FOUND STOCK).
      *
      *  LOT NUMBER IS ZEROS OR SPACES FOR AN ORDINARY ADJUSTMENT,
      *  WHICH DRAWS THE FLAVOR'S OLDEST LOTS FIRST.  THE MORNING
      *  EXPIRY REPORT FILLS IT IN ON THE SPOILAGE IT QUEUES FOR AN
      *  EXPIRED LOT, SO THAT LOT IS THE ONE WRITTEN OFF.
      *
      *  MODIFICATION HISTORY
      *      2026-09-02  AB  ORIGINAL RECORD.
      *      2026-10-15  AB  ADDED THE STOCK-LOTS LOT NUMBER.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  AJ-ADJUST-DATE          PIC X(08).
           05  AJ-FLAVOR-CODE          PIC 9(02).
           05  AJ-REASON-CODE          PIC X(02).
           05  AJ-DIRECTION            PIC X(01).
           05  AJ-QUANTITY             PIC 9(05).
           05  AJ-LOT-NUMBER           PIC 9(05).
