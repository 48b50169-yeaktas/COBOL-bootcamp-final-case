      *****************************************************
      *  RUN-CONTROL PARAMETER FILE RECORD (PRM-FILE).
      *  NAMED, DATED ENTRIES SHARED BY THE BATCH SUITE
      *  (GLEXTR, DORMSWP, ACCRUAL, STMTGEN, JRNPURGE,
      *  STORUN, CORAPR, MONCHK, ACCPURGE).
      *  EACH PROGRAM PICKS, PER KEY, THE ENTRY WITH THE
      *  HIGHEST EFFECTIVE DATE AND VALIDATES ITS VALUE.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *    STMTFROM - STATEMENT PERIOD START   (8 DIGITS)
      *    STMTTO   - STATEMENT PERIOD END     (8 DIGITS)
      *    JRNKEEP  - JOURNAL RETENTION CUTOFF (8 DIGITS)
      *    STORETRY - STANDING ORDER RETRY DAYS (3 DIGITS)
      *    STOHOL   - STANDING ORDER HOLIDAY RULE F/P (1 CHAR)
      *    CORDAYS  - CORRECTION APPROVAL DAYS  (3 DIGITS)
      *    MONAMT   - MONITOR SINGLE MOVEMENT   (15 DIGITS)
      *    MONAMTW  - SAME, EXC 300/400 ACCTS   (15 DIGITS)
      *    MONCNT   - MONITOR MOVEMENTS PER DAY (3 DIGITS)
      *    MONCNTW  - SAME, EXC 300/400 ACCTS   (3 DIGITS)
      *    MONDEB   - MONITOR DAILY DEBIT TOTAL (15 DIGITS)
      *    MONDEBW  - SAME, EXC 300/400 ACCTS   (15 DIGITS)
      *    MONPER   - ALERT SUPPRESSION D/M     (1 CHAR)
      *    CLSKEEP  - CLOSED ACCT RETENTION MONTHS (3 DIGITS)
      *****************************************************
           03 PRM-KEY                 PIC X(08).
           03 PRM-EFF-DATE            PIC 9(08).
