      *
      *  MODIFICATION HISTORY
      *      2026-08-22  AB  ORIGINAL RECORD.
      *      2026-10-15  AB  RAW CHOICE WIDENED TO TWO CHARACTERS
      *                      NOW THAT A FLAVOR CODE CAN RUN PAST 9.
      *****************************************************************
           05  RJ-REASON-CODE          PIC X(02).
           05  RJ-RAW-RECORD.
               10  RJ-TRANS-SEQ        PIC X(05).
               10  RJ-CUSTOMER-NAME    PIC X(15).
               10  RJ-CHOICE           PIC X(02).
               10  RJ-CUSTOMER-NUMBER  PIC X(05).
               10  RJ-QUANTITY         PIC X(03).
