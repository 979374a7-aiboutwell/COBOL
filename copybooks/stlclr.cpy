      *****************************************************************
      *  STLCLR.CPY
      *
      *  RECORD LAYOUT FOR CARD-CLEAR-TRANS.  ONE RECORD PER CARRIED
      *  CARD SETTLEMENT EXCEPTION A SUPERVISOR HAS LOOKED INTO AND
      *  WANTS OFF THE LIST (REFUNDED BY THE PROCESSOR, WRITTEN OFF,
      *  AND SO ON), KEYED THE SAME WAY AS CARD-OPEN-ITEMS AND SIGNED
      *  WITH THE SUPERVISOR'S OPERATOR ID AND A SHORT REASON.
      *  JELLO-SETTLE APPLIES THEM BEFORE MATCHING AND EMPTIES THE
      *  FILE AFTER THE RUN.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  SC-ITEM-TYPE            PIC X(01).
           05  SC-TRANS-DATE           PIC X(08).
           05  SC-STATION-ID           PIC X(02).
           05  SC-TRANS-TIME           PIC X(06).
           05  SC-OPERATOR-ID          PIC X(03).
           05  SC-REASON               PIC X(20).
