      *                      ROLLS THE DATE.  ANYTHING BUT 'Y' READS
      *                      AS NOT DONE, SO OLD SHORT RECORDS ARE
      *                      SAFE.
      *      2026-10-15  AB  ADDED THE RECOVERY STAMP: WHEN A
      *                      SUPERVISOR APPLIES A JELLO-RECOVER
      *                      REBUILD, THE TIME AND OPERATOR OF THE
      *                      LAST ONE AND THE CORRECTIONS APPLIED SO
      *                      FAR FOR THE BUSINESS DATE.  SPACES IN
      *                      THE TIME MEAN NO RECOVERY THAT DAY.
      *                      JELLO-DAYEND PRINTS IT AND CLEARS IT WHEN
      *                      IT ROLLS THE DATE.
      *****************************************************************
           05  CT-BUSINESS-DATE        PIC X(08).
           05  CT-STORE-STATUS         PIC X(01).
               10  CT-BATCH-DONE       PIC X(01).
               10  CT-COUNTER-DONE     PIC X(01).
               10  CT-RECON-DONE       PIC X(01).
           05  CT-RECOVERY-STAMP.
               10  CT-RECOVER-TIME     PIC X(08).
               10  CT-RECOVER-OPERATOR PIC X(03).
               10  CT-RECOVER-FIXES    PIC 9(05).
