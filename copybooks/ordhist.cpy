      *****************************************************************
      *  ORDHIST.CPY
      *
      *  RECORD LAYOUT FOR ORDER-HISTORY.  EVERY CLOSED DAY'S
      *  ORDER-FILE IS LOADED HERE BY JELLO-DAYEND AS IT IS ROLLED TO
      *  ITS DATED ARCHIVE, SO SALES, VOIDS, AND TENDERS FOR ANY DAY
      *  CAN BE FOUND BY KEY INSTEAD OF BY OPENING ONE
      *  ORDER-FILE.YYYYMMDD AFTER ANOTHER.
      *
      *  THE FILE IS INDEXED.  THE RECORD KEY IS OH-HISTORY-KEY:
      *  BUSINESS DATE, TIME, AND STATION, WITH THE RECORD'S PLACE ON
      *  THE DAY'S ORDER-FILE AS A TIE-BREAKER, SINCE TWO LINES RUNG
      *  IN THE SAME HUNDREDTH OF A SECOND WOULD OTHERWISE COLLIDE.
      *  READ IN KEY ORDER, A DAY COMES BACK IN TIME ORDER.
      *  OH-CUSTOMER-NUMBER IS AN ALTERNATE KEY WITH DUPLICATES, SO
      *  ONE CUSTOMER'S PURCHASES CAN BE READ WITHOUT PASSING THE
      *  WHOLE FILE.
      *
      *  OH-ORDER-DATA IS THE ORDER-FILE RECORD EXACTLY AS WRITTEN,
      *  FIELD FOR FIELD THE SAME AS ORDFREC.CPY, AND IS MOVED AS ONE
      *  PIECE TO AND FROM AN ORDFREC.CPY RECORD.  A FIELD ADDED TO
      *  ORDFREC.CPY MUST BE ADDED HERE IN THE SAME PLACE.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  OH-HISTORY-KEY.
               10  OH-KEY-DATE         PIC X(08).
               10  OH-KEY-TIME         PIC X(08).
               10  OH-KEY-STATION      PIC X(02).
               10  OH-KEY-SEQUENCE     PIC 9(05).
           05  OH-ORDER-DATA.
               10  OH-ORDER-DATE       PIC X(08).
               10  OH-ORDER-TIME       PIC X(08).
               10  OH-CUSTOMER-NAME    PIC X(15).
               10  OH-FLAVOR-NAME      PIC X(15).
               10  OH-QUANTITY         PIC 9(03).
               10  OH-UNIT-PRICE       PIC 9(03)V99.
               10  OH-LINE-TOTAL       PIC 9(05)V99.
               10  OH-CUSTOMER-NUMBER  PIC 9(05).
               10  OH-RECORD-TYPE      PIC X(01).
               10  OH-REASON-CODE      PIC X(02).
               10  OH-ORIG-TIME        PIC X(08).
               10  OH-TENDER-TYPE      PIC X(01).
               10  OH-TENDER-AMOUNT    PIC 9(05)V99.
               10  OH-CHANGE-DUE       PIC 9(05)V99.
               10  OH-TAX-AMOUNT       PIC 9(05)V99.
               10  OH-OPERATOR-ID      PIC X(03).
               10  OH-STATION-ID       PIC X(02).
               10  OH-PROMO-ID         PIC X(04).
