      *****************************************************************
      *  POREC.CPY
      *
      *  RECORD LAYOUT FOR PURCHASE-ORDER.  ONE RECORD PER PO LINE:
      *  THE PO NUMBER AND LINE, THE VENDOR, THE FLAVOR ORDERED, THE
      *  DATE THE LINE WAS DRAFTED, THE QUANTITY ORDERED AND THE
      *  QUANTITY RECEIVED SO FAR, AND THE UNIT COST WE EXPECT TO
      *  PAY (THE LAST COST ON FLAVOR-COST WHEN THE LINE WAS
      *  DRAFTED).
      *
      *  A LINE IS BORN A DRAFT ('D') OFF JELLO-RECEIVE'S LOW-STOCK
      *  REPORT.  A SUPERVISOR APPROVES IT IN JELLO-MAINT ('O' OPEN,
      *  STAMPED WITH WHO APPROVED IT AND WHEN) OR CANCELS IT ('X').
      *  JELLO-RECEIVE MATCHES EACH DELIVERY AGAINST THE OLDEST OPEN
      *  LINE FOR THE FLAVOR: A SHORT DELIVERY LEAVES THE LINE
      *  PARTIAL ('P'), AND ONE THAT FILLS IT CLOSES IT ('C').  A PO
      *  IS CLOSED WHEN EVERY ONE OF ITS LINES IS CLOSED OR
      *  CANCELLED.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
      *****************************************************************
           05  PO-NUMBER               PIC 9(05).
           05  PO-LINE-NUMBER          PIC 9(02).
           05  PO-VENDOR-ID            PIC X(04).
           05  PO-FLAVOR-CODE          PIC 9(02).
           05  PO-ORDER-DATE           PIC X(08).
           05  PO-QTY-ORDERED          PIC 9(05).
           05  PO-QTY-RECEIVED         PIC 9(05).
           05  PO-UNIT-COST            PIC 9(03)V99.
           05  PO-STATUS               PIC X(01).
               88  PO-DRAFT            VALUE 'D'.
               88  PO-OPEN             VALUE 'O'.
               88  PO-PARTIAL          VALUE 'P'.
               88  PO-CLOSED           VALUE 'C'.
               88  PO-CANCELLED        VALUE 'X'.
           05  PO-APPROVED-BY          PIC X(03).
           05  PO-APPROVED-DATE        PIC X(08).
           05  PO-LAST-RECEIPT-DATE    PIC X(08).
