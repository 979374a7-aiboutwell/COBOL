      *****************************************************************
      *  STLREC.CPY
      *
      *  RECORD LAYOUT FOR CARD-SETTLEMENT, THE FILE THE CARD
      *  PROCESSOR SENDS EACH MORNING.  ONE RECORD PER CARD CHARGE
      *  THE PROCESSOR SETTLED: THE DATE IT SETTLED, THE BUSINESS
      *  DATE, STATION, AND TIME THE CARD WAS RUN AT OUR REGISTER, THE
      *  AMOUNT CHARGED, AND THE PROCESSOR'S OWN REFERENCES.  A
      *  CHARGE THE PROCESSOR SETTLED LATE ARRIVES ON A LATER DAY'S
      *  FILE CARRYING ITS ORIGINAL BUSINESS DATE.  JELLO-SETTLE
      *  MATCHES EACH RECORD TO THE TYPE-T CARD TENDER ON ORDER-FILE
      *  IT PAID FOR.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  ST-SETTLE-DATE          PIC X(08).
           05  ST-TRANS-DATE           PIC X(08).
           05  ST-STATION-ID           PIC X(02).
           05  ST-TRANS-TIME           PIC X(06).
           05  ST-AMOUNT               PIC 9(05)V99.
           05  ST-CARD-LAST4           PIC X(04).
           05  ST-AUTH-CODE            PIC X(06).
           05  ST-BATCH-NUMBER         PIC X(06).
