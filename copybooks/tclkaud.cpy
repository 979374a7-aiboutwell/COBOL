      *****************************************************************
      *  TCLKAUD.CPY
      *
      *  RECORD LAYOUT FOR CLOCK-AUDIT.  ONE RECORD IS APPENDED FOR
      *  EVERY TIME-CLOCK PUNCH A SUPERVISOR ADDS, CHANGES, OR
      *  DELETES THROUGH JELLO-MAINT, CARRYING THE PUNCH BEFORE AND
      *  AFTER, THE SAME WAY MAINT-AUDIT CARRIES A MASTER CHANGE, SO
      *  PAYROLL CAN SEE WHO MOVED WHOSE HOURS AND WHEN.
      *    A - A MISSED PUNCH ADDED; THE OLD- SIDE IS BLANK.
      *    C - A PUNCH'S TIME OR IN/OUT CHANGED.
      *    D - A PUNCH DELETED; THE NEW- SIDE IS BLANK.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  TA-STAMP-DATE           PIC X(08).
           05  TA-STAMP-TIME           PIC X(08).
           05  TA-ACTION               PIC X(01).
           05  TA-EMPLOYEE-ID          PIC X(03).
           05  TA-OLD-DATE             PIC X(08).
           05  TA-OLD-TIME             PIC X(08).
           05  TA-OLD-TYPE             PIC X(01).
           05  TA-NEW-DATE             PIC X(08).
           05  TA-NEW-TIME             PIC X(08).
           05  TA-NEW-TYPE             PIC X(01).
           05  TA-OPERATOR-ID          PIC X(03).
