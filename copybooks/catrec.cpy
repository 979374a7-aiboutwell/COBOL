      *                      MARKS A RELEASED LINE BILLED ONCE IT IS
      *                      ON AN AR-LEDGER INVOICE, SO A SECOND RUN
      *                      CANNOT BILL THE SAME ORDER TWICE.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  CO-ORDER-NUMBER         PIC 9(05).
           05  CO-LINE-NUMBER          PIC 9(02).
           05  CO-CUSTOMER-NUMBER      PIC 9(05).
           05  CO-CUSTOMER-NAME        PIC X(15).
           05  CO-PICKUP-DATE          PIC X(08).
           05  CO-FLAVOR-CODE          PIC 9(02).
           05  CO-QUANTITY             PIC 9(03).
           05  CO-STATUS               PIC X(01).
