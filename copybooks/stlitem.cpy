      *****************************************************************
      *  STLITEM.CPY
      *
      *  RECORD LAYOUT FOR CARD-OPEN-ITEMS.  ONE RECORD PER CARD
      *  SETTLEMENT EXCEPTION JELLO-SETTLE COULD NOT RESOLVE, CARRIED
      *  FORWARD TO EVERY LATER RUN UNTIL IT MATCHES OR A SUPERVISOR
      *  CLEARS IT ON CARD-CLEAR-TRANS:
      *      U   A CARD TENDER WE RANG THAT THE PROCESSOR HAS NOT
      *          SETTLED (A LATE SETTLEMENT STILL MATCHES IT)
      *      N   A SETTLEMENT WITH NO CARD TENDER BEHIND IT (A DOUBLE
      *          CHARGE, OR A CHARGE WE NEVER RANG)
      *      M   A SETTLEMENT MATCHED TO A TENDER FOR A DIFFERENT
      *          AMOUNT
      *  THE ITEM IS KEYED BY TYPE, BUSINESS DATE, STATION, AND TIME
      *  (THE TENDER'S TIME FOR U AND M, THE SETTLEMENT'S FOR N), AND
      *  CARRIES BOTH AMOUNTS AND THE DATE IT WAS FIRST REPORTED.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  SX-ITEM-TYPE            PIC X(01).
               88  SX-UNSETTLED        VALUE 'U'.
               88  SX-NO-TENDER        VALUE 'N'.
               88  SX-MISMATCH         VALUE 'M'.
           05  SX-TRANS-DATE           PIC X(08).
           05  SX-STATION-ID           PIC X(02).
           05  SX-TRANS-TIME           PIC X(06).
           05  SX-TENDER-AMOUNT        PIC 9(05)V99.
           05  SX-SETTLE-AMOUNT        PIC 9(05)V99.
           05  SX-SETTLE-TIME          PIC X(06).
           05  SX-AUTH-CODE            PIC X(06).
           05  SX-FIRST-SEEN           PIC X(08).
