      *****************************************************
      *  BUSINESS-DATE CONTROL RECORD (BDT-FILE).
      *  SINGLE RECORD HOLDING THE CURRENT PROCESSING DATE
      *  OF THE BATCH SUITE. EVERY PROGRAM TAKES ITS RUN
      *  DATE FROM BDT-CUR-DATE INSTEAD OF THE CLOCK.
      *  DAYOPEN ROLLS THE DATE TO THE NEXT WORKING DAY
      *  (WEEKENDS AND HOL-FILE HOLIDAYS SKIPPED) AND SETS
      *  STATUS 'O'; DAYCLOSE SETS 'C' ONCE FNLMAIN1 HAS
      *  COMPLETED FOR THE DAY AND KEEPS THAT FNLMAIN1 RUN
      *  NUMBER IN BDT-CLOSE-RUN. BDT-NEXT-DATE IS THE NEXT
      *  WORKING DAY, USED TO DECIDE WHAT FALLS DUE ON THE
      *  NON-WORKING DAYS IN BETWEEN. DATES ARE YYYYMMDD.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==BDT== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 BDT-CUR-DATE            PIC 9(08).
           03 BDT-PREV-DATE           PIC 9(08).
           03 BDT-NEXT-DATE           PIC 9(08).
           03 BDT-STATUS              PIC X(01).
              88 BDT-DAY-OPEN            VALUE 'O'.
              88 BDT-DAY-CLOSED          VALUE 'C'.
           03 BDT-CLOSE-RUN           PIC 9(06).
