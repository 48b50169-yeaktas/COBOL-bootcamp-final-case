      *****************************************************
      *  CLOSED-ACCOUNT ARCHIVE RECORD (CLA-FILE).
      *  ONE ENTRY PER ACCOUNT PURGED FROM IDX-FILE BY
      *  ACCPURGE, KEYED ON THE UID + ACCOUNT + CLOSURE
      *  DATE SO AN ACCOUNT NUMBER REUSED AND CLOSED AGAIN
      *  KEEPS BOTH ENTRIES. AN ACCOUNT IS CLOSED BY
      *  FINALSUB (EXCEPTION 999, CLOSURE DATE = IDX-MNT-
      *  DATE) AND PURGED ONCE THE CLOSURE IS OLDER THAN
      *  THE CLSKEEP RETENTION. FIELDS ARE THE MASTER
      *  VALUES AT PURGE TIME; CLA-CLOSE-RUN IS THE RUN ID
      *  THAT CLOSED THE ACCOUNT. DATES ARE YYYYMMDD EXCEPT
      *  CLA-DATE, WHICH KEEPS THE MASTER FORMAT (CYYMMDD).
      *  READ BY IDXINQ FOR UID LOOKUPS.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==CLA== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 CLA-KEY.
                05 CLA-UID            PIC 9(05).
                05 CLA-ACCT           PIC 9(02).
                05 CLA-CLOSE-DATE     PIC 9(08).
           03 CLA-ACCT-TYPE           PIC X(01).
           03 CLA-NAME                PIC X(15).
           03 CLA-SURNAME             PIC X(15).
           03 CLA-DATE                PIC S9(7) COMP-3.
           03 CLA-BALANCE             PIC S9(15) COMP-3.
           03 CLA-OD-LIMIT            PIC S9(15) COMP-3.
           03 CLA-CLOSE-RUN           PIC X(08).
           03 CLA-PURGE-DATE          PIC 9(08).
           03 CLA-PURGE-RUN           PIC X(08).
