      *****************************************************************
      *  LOSSTHR.CPY
      *
      *  RECORD LAYOUT FOR LOSS-THRESHOLDS.  ONE RECORD PER LIMIT
      *  JELLO-LOSS FLAGS AN OPERATOR AGAINST, SO WHAT COUNTS AS
      *  "TOO MANY" IS THE OWNER'S CALL ON A DATA FILE, NOT A
      *  PROGRAM CHANGE.  THE KEYS ARE:
      *      VOIDCNT   VOIDS RUNG IN THE WEEK
      *      VOIDPCT   VOID DOLLARS AS A PERCENT OF THE OPERATOR'S
      *                SALES (3.00 = 3%)
      *      TENDSECS  SECONDS AFTER A TENDER ON THE SAME STATION
      *                INSIDE WHICH A VOID COUNTS AS "RIGHT AFTER"
      *      AFTERCNT  VOIDS RIGHT AFTER A TENDER IN THE WEEK
      *      CREDITS   REFUNDS TO STORE CREDIT POSTED ON THE
      *                OPERATOR'S OWN STATION DURING THEIR SHIFT
      *      OVERRIDE  RUN-CONTROL OVERRIDES (AUDIT-LOG REASON 04)
      *      SHORTAMT  DRAWER SHORTAGE, IN DOLLARS, AT OR OVER WHICH
      *                A CLOSE-OUT IS TIED BACK TO ITS OPERATORS
      *      SHORTCNT  SHORT DRAWERS THE OPERATOR RANG ON IN THE WEEK
      *  A COUNT IS FLAGGED AT OR OVER ITS LIMIT.  A KEY LEFT OFF THE
      *  FILE TURNS THAT CHECK OFF, AND THE REPORT SAYS SO.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD - KEY, LIMIT, WORDING.
      *****************************************************************
           05  TH-THRESHOLD-KEY        PIC X(08).
           05  TH-THRESHOLD-VALUE      PIC 9(05)V99.
           05  TH-DESCRIPTION          PIC X(30).
