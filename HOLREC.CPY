      *****************************************************
      *  BANK HOLIDAY CALENDAR RECORD (HOL-FILE).
      *  ONE ENTRY PER NON-WORKING WEEKDAY, KEYED ON THE
      *  DATE (YYYYMMDD). SATURDAYS AND SUNDAYS ARE ALWAYS
      *  NON-WORKING AND NEED NO ENTRY.
      *  MAINTAINED BY HOLMNT; READ BY DAYOPEN AND ACCRUAL.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==HOL== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 HOL-DATE                PIC 9(08).
           03 HOL-DESC                PIC X(30).
           03 HOL-MNT-DATE            PIC 9(08).
           03 HOL-MNT-USER            PIC X(08).
