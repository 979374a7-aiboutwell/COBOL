      *****************************************************************
      *  GLAMAP.CPY
      *
      *  RECORD LAYOUT FOR GL-ACCOUNT-MAP.  ONE RECORD PER POSTING
      *  BUCKET JELLO-JOURNAL USES, MAPPING THE BUCKET'S SHORT KEY TO
      *  THE BOOKKEEPER'S GENERAL-LEDGER ACCOUNT NUMBER AND NAME, SO A
      *  RENUMBERED CHART OF ACCOUNTS IS A DATA CHANGE, NOT A
      *  PROGRAM CHANGE.  THE KEYS ARE:
      *      CASH      CASH ON HAND (DRAWERS AND CHECKS DEPOSITED)
      *      CARDREC   CARD SETTLEMENTS RECEIVABLE
      *      AR        ACCOUNTS RECEIVABLE (CATERING)
      *      CREDIT    STORE-CREDIT LIABILITY
      *      SALESTAX  SALES TAX PAYABLE
      *      SALES     SALES REVENUE
      *      OVRSHORT  CASH OVER/SHORT
      *      SHRINK    INVENTORY SHRINK EXPENSE
      *      INVENTRY  INVENTORY (THE OTHER SIDE OF SHRINK)
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD - KEY, ACCOUNT, NAME.
      *****************************************************************
           05  GA-MAP-KEY              PIC X(08).
           05  GA-GL-ACCOUNT           PIC X(10).
           05  GA-ACCOUNT-NAME         PIC X(20).
