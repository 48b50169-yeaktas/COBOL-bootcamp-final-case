      *****************************************************
      *  MONITORING ALERT HISTORY RECORD (ALH-FILE).
      *  ONE ENTRY PER UID + MONITORING RULE, KEPT BY
      *  MONCHK. ALH-PERIOD IS THE PERIOD OF THE LAST ALERT
      *  RAISED (YYYYMMDD FOR DAILY, YYYYMM00 FOR MONTHLY
      *  SUPPRESSION - PRM KEY MONPER); A FURTHER HIT FOR
      *  THE SAME UID AND RULE IN THAT PERIOD IS COUNTED IN
      *  ALH-SUPP-CNT AND NOT SENT AGAIN.
      *  RULES: L SINGLE MOVEMENT OVER MONAMT/MONAMTW,
      *         V MOVEMENT COUNT OVER MONCNT/MONCNTW,
      *         D DAILY DEBIT TOTAL OVER MONDEB/MONDEBW.
      *  DATES ARE YYYYMMDD.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==ALH== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 ALH-KEY.
                05 ALH-UID            PIC 9(05).
                05 ALH-RULE           PIC X(01).
                   88 ALH-RULE-LARGE     VALUE 'L'.
                   88 ALH-RULE-VELOCITY  VALUE 'V'.
                   88 ALH-RULE-DEBIT     VALUE 'D'.
           03 ALH-PERIOD              PIC 9(08).
           03 ALH-FIRST-DATE          PIC 9(08).
           03 ALH-LAST-DATE           PIC 9(08).
           03 ALH-LAST-AMOUNT         PIC S9(15) COMP-3.
           03 ALH-ALERT-CNT           PIC 9(05).
           03 ALH-SUPP-CNT            PIC 9(05).
           03 ALH-SUPP-DATE           PIC 9(08).
