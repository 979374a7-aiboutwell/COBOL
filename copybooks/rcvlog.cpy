      *****************************************************************
      *  RCVLOG.CPY
      *
      *  RECORD LAYOUT FOR RECOVERY-LOG.  ONE RECORD IS APPENDED FOR
      *  EVERY CORRECTION A SUPERVISOR APPLIES THROUGH JELLO-RECOVER,
      *  CARRYING THE VALUE ON FILE BEFORE AND THE REBUILT VALUE THAT
      *  REPLACED IT, SO A HAND-EDIT NEVER HAS TO BE TAKEN ON TRUST.
      *    FILE I - INVENTORY-FILE; THE KEY IS THE FLAVOR CODE AND
      *             THE VALUES ARE IV-ON-HAND.
      *    FILE C - CUSTOMER-MASTER; THE KEY IS THE CUSTOMER NUMBER
      *             AND THE VALUES ARE CM-TOTAL-PURCHASES.
      *    FILE L - STOCK-LOTS; THE KEY IS THE LOT NUMBER AND THE
      *             VALUES ARE LT-QTY-ON-HAND.  A CORRECTED FLAVOR'S
      *             LOTS ARE BROUGHT BACK IN LINE WITH ITS REBUILT
      *             IV-ON-HAND.
      *    ACTION C - THE VALUE ON FILE CHANGED.
      *    ACTION A - THE RECORD WAS MISSING OR UNREADABLE AND WAS
      *               WRITTEN FRESH, OR A NEW LOT WAS OPENED; THE OLD
      *               VALUE IS ZERO.
      *    ACTION D - A STRAY INVENTORY-FILE LINE (A CODE NOT ON
      *               FLAVOR-MASTER) WAS DROPPED; THE NEW VALUE IS
      *               ZERO.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  RV-BUSINESS-DATE        PIC X(08).
           05  RV-STAMP-TIME           PIC X(08).
           05  RV-OPERATOR-ID          PIC X(03).
           05  RV-FILE-CODE            PIC X(01).
               88  RV-INVENTORY        VALUE 'I'.
               88  RV-CUSTOMER         VALUE 'C'.
               88  RV-LOTS             VALUE 'L'.
           05  RV-ACTION               PIC X(01).
           05  RV-RECORD-KEY           PIC 9(05).
           05  RV-OLD-VALUE            PIC 9(07)V99.
           05  RV-NEW-VALUE            PIC 9(07)V99.
