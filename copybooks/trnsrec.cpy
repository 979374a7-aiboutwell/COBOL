      *      2026-08-22  AB  ADDED QUANTITY - REAL CATERING CALLS ARE
      *                      "THREE STRAWBERRY", NOT ONE RECORD PER
      *                      CUP.  ZERO IS TAKEN AS 1 FOR OLD FILES.
      *      2026-10-15  AB  CHOICE WIDENED TO TWO DIGITS TO
      *                      CARRY THE WIDER FLAVOR CODE.
      *****************************************************************
           05  TR-TRANS-SEQ            PIC 9(05).
           05  TR-CUSTOMER-NAME        PIC X(15).
           05  TR-CHOICE               PIC 9(02).
           05  TR-CUSTOMER-NUMBER      PIC 9(05).
           05  TR-QUANTITY             PIC 9(03).
