      *****************************************************************
      *  TCLKREC.CPY
      *
      *  RECORD LAYOUT FOR TIME-CLOCK.  ONE RECORD PER PUNCH: THE
      *  BUSINESS DATE, THE TIME OF DAY (HHMMSSHH), WHO PUNCHED, AND
      *  WHETHER THEY CLOCKED IN OR OUT.  JELLO-WORLD CLOCKS AN
      *  OPERATOR IN WHEN THEY SIGN ON TO RING AND TAKES IN AND OUT
      *  PUNCHES FROM STAFF WHO NEVER RING THROUGH ITS CLOCK-ONLY
      *  OPTION; THOSE CARRY THE REGISTER'S STATION.  A MISSED PUNCH
      *  KEYED IN AFTERWARDS BY A SUPERVISOR THROUGH JELLO-MAINT
      *  CARRIES STATION 00, AND EVERY SUCH CORRECTION IS ALSO
      *  LOGGED, BEFORE AND AFTER, TO CLOCK-AUDIT.
      *
      *  THE FILE IS APPENDED TO AND NEVER ROLLED BY JELLO-DAYEND,
      *  SO A WEEK'S TIMESHEET CAN BE READ STRAIGHT OFF IT.  PUNCHES
      *  ARE IN THE ORDER THEY WERE KEYED, NOT NECESSARILY IN TIME
      *  ORDER - A CORRECTED PUNCH LANDS AT THE END.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  TC-PUNCH-DATE           PIC X(08).
           05  TC-PUNCH-TIME           PIC X(08).
           05  TC-OPERATOR-ID          PIC X(03).
           05  TC-PUNCH-TYPE           PIC X(01).
               88  TC-CLOCK-IN         VALUE 'I'.
               88  TC-CLOCK-OUT        VALUE 'O'.
           05  TC-STATION-ID           PIC X(02).
           05  TC-ENTERED-BY           PIC X(03).
