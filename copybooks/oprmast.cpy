      *  REASON-02 VOIDS IN JELLO-VOID AND THE ADD/CHANGE/DELETE
      *  ACTIONS IN JELLO-MAINT.  WHEN THE DRAWER IS SHORT, "WHO WAS
      *  RINGING BETWEEN 2 AND 4" IS ANSWERED BY THE OPERATOR ID NOW
      *  STAMPED ON EVERY ORDER-FILE AND AUDIT-LOG RECORD.  LEVEL 0
      *  IS STAFF WHO ARE ON THE TIME CLOCK BUT NEVER RING; JELLO-WORLD
      *  LETS THEM PUNCH IN AND OUT BUT NOT SIGN ON TO THE REGISTER.
      *
      *  MODIFICATION HISTORY
      *      2026-09-02  AB  ORIGINAL RECORD - ID, NAME, AUTHORITY.
      *      2026-10-15  AB  LEVEL 0 FOR CLOCK-ONLY STAFF.
      *****************************************************************
           05  OP-OPERATOR-ID          PIC X(03).
           05  OP-OPERATOR-NAME        PIC X(15).
           05  OP-AUTH-LEVEL           PIC 9(01).
               88  OP-CLOCK-ONLY       VALUE 0.
               88  OP-SUPERVISOR       VALUE 9.
