      *****************************************************************
      *  GLJRNL.CPY
      *
      *  RECORD LAYOUT FOR GL-JOURNAL, THE DAY'S SUMMARY JOURNAL FOR
      *  THE BOOKKEEPER.  JELLO-JOURNAL WRITES ONE RECORD PER ACCOUNT
      *  PER SIDE - THE BUSINESS DATE, THE GL ACCOUNT FROM
      *  GL-ACCOUNT-MAP, THE MAP KEY IT CAME FROM, 'D' DEBIT OR 'C'
      *  CREDIT, AND THE AMOUNT - AND ONLY EVER WRITES A JOURNAL
      *  WHOSE DEBITS EQUAL ITS CREDITS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  AB  ORIGINAL RECORD.
      *****************************************************************
           05  GJ-JOURNAL-DATE         PIC X(08).
           05  GJ-GL-ACCOUNT           PIC X(10).
           05  GJ-MAP-KEY              PIC X(08).
           05  GJ-DEBIT-CREDIT         PIC X(01).
               88  GJ-DEBIT            VALUE 'D'.
               88  GJ-CREDIT           VALUE 'C'.
           05  GJ-AMOUNT               PIC 9(07)V99.
           05  GJ-ACCOUNT-NAME         PIC X(20).
