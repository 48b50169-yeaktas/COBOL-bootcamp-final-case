      *****************************************************
      *  SUSPENSE RECORD FOR FAILED TRANSACTIONS (SUS-FILE).
      *  ONE ENTRY PER FAILED INPUT LINE, KEYED ON AN
      *  8-DIGIT SUSPENSE NUMBER (HIGHEST IN FILE + 1).
      *  SUS-INP-IMAGE IS THE INP-REC LINE AS IT WILL BE
      *  RESUBMITTED (REPAIRED BY SUSRPR); SUS-ORIG-IMAGE
      *  IS THE LINE AS IT FIRST FAILED.
      *  SOURCE: R FNLMAIN1 REJ-FILE (OPERATION CODE),
      *          E FNLEDIT EDT-FILE (FIELD/BATCH EDIT),
      *          O FNLMAIN1 OUT-FILE (FINALSUB RC, SUS-RC).
      *  STATUS: O OPEN, P REPAIRED (AWAITING SUSRSUB),
      *          S RESUBMITTED (AWAITING RESULT),
      *          C CLEARED (RESUBMITTED, NOT FAILED AGAIN),
      *          W WRITTEN OFF.
      *  DATES ARE YYYYMMDD. LOADED BY SUSLOAD; REPAIRED
      *  BY SUSRPR; RESUBMITTED BY SUSRSUB; AGED BY SUSAGE.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==SUS== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 SUS-KEY.
                05 SUS-NO             PIC 9(08).
           03 SUS-INP-IMAGE           PIC X(79).
           03 SUS-INP-FIELDS REDEFINES SUS-INP-IMAGE.
                05 SUS-INP-OPRT       PIC X(01).
                05 SUS-INP-UID        PIC 9(05).
                05 SUS-INP-ACCT       PIC 9(02).
                05 SUS-INP-ACCT-TYPE  PIC X(01).
                05 SUS-INP-NAME       PIC X(15).
                05 SUS-INP-SURNAME    PIC X(15).
                05 SUS-INP-DATE       PIC 9(07).
                05 SUS-INP-BALANCE    PIC S9(15).
                05 SUS-INP-EXC        PIC S9(03).
                05 SUS-INP-ODLIM      PIC S9(15).
           03 SUS-INP-TRF REDEFINES SUS-INP-IMAGE.
                05 FILLER             PIC X(09).
                05 SUS-INP-TO-UID     PIC 9(05).
                05 SUS-INP-TO-ACCT    PIC 9(02).
                05 FILLER             PIC X(63).
           03 SUS-ORIG-IMAGE          PIC X(79).
           03 SUS-SOURCE              PIC X(01).
              88 SUS-SRC-REJECT          VALUE 'R'.
              88 SUS-SRC-EDIT            VALUE 'E'.
              88 SUS-SRC-OUTPUT          VALUE 'O'.
           03 SUS-RC                  PIC 9(02).
           03 SUS-REASON              PIC X(60).
           03 SUS-FIRST-DATE          PIC 9(08).
           03 SUS-LAST-DATE           PIC 9(08).
           03 SUS-FAIL-CNT            PIC 9(03).
           03 SUS-STATUS              PIC X(01).
              88 SUS-OPEN                VALUE 'O'.
              88 SUS-REPAIRED            VALUE 'P'.
              88 SUS-RESUBMITTED         VALUE 'S'.
              88 SUS-CLEARED             VALUE 'C'.
              88 SUS-WRITTEN-OFF         VALUE 'W'.
              88 SUS-OUTSTANDING         VALUE 'O' 'P' 'S'.
           03 SUS-REPAIR-USER         PIC X(08).
           03 SUS-REPAIR-DATE         PIC 9(08).
           03 SUS-RESUB-DATE          PIC 9(08).
           03 SUS-RESUB-CNT           PIC 9(03).
           03 SUS-CLOSE-DATE          PIC 9(08).
           03 SUS-CLOSE-TEXT          PIC X(40).
