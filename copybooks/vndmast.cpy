      *****************************************************************
      *  VNDMAST.CPY
      *
      *  RECORD LAYOUT FOR VENDOR-MASTER.  ONE RECORD PER SUPPLIER WE
      *  BUY FINISHED TRAYS FROM, KEYED BY A SHORT VENDOR ID THAT
      *  FM-VENDOR-ID ON FLAVOR-MASTER POINTS AT, CARRYING THE NAME
      *  AND PHONE NUMBER TO CALL WHEN AN ORDER IS LATE AND THE
      *  USUAL LEAD TIME IN DAYS FROM ORDER TO DELIVERY.  THE
      *  OPEN-PO AGING REPORT FLAGS A PO AS LATE ONCE IT IS OLDER
      *  THAN ITS VENDOR'S LEAD TIME.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD - ID, NAME, PHONE, LEAD
      *                      TIME.
      *****************************************************************
           05  VN-VENDOR-ID            PIC X(04).
           05  VN-VENDOR-NAME          PIC X(15).
           05  VN-PHONE                PIC X(12).
           05  VN-LEAD-DAYS            PIC 9(03).
