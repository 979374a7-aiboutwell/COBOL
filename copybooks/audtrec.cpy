      *                      NAME RIDES IN AL-CUSTOMER-NAME AND THE
      *                      RECONCILIATION PASSES IT OVER (BLANK
      *                      FLAVOR).
      *      2026-10-15  AB  RAW CHOICE WIDENED TO TWO CHARACTERS
      *                      NOW THAT A FLAVOR CODE CAN RUN PAST 9.
      *****************************************************************
           05  AL-LOG-DATE             PIC X(08).
           05  AL-LOG-TIME             PIC X(08).
           05  AL-CUSTOMER-NAME        PIC X(15).
           05  AL-RAW-CHOICE           PIC X(02).
           05  AL-FLAVOR-NAME          PIC X(15).
           05  AL-REASON-CODE          PIC X(02).
           05  AL-OPERATOR-ID          PIC X(03).
