      *****************************************************
      *  AMOUNT HOLD (LIEN) RECORD (HLD-FILE).
      *  ONE ENTRY PER HOLD, KEYED ON THE UID + ACCOUNT
      *  + HOLD NUMBER. A HOLD EARMARKS HLD-AMOUNT OF THE
      *  BALANCE; DEBITS MAY NOT TAKE THE BALANCE LESS
      *  ACTIVE HOLDS BELOW THE NEGATIVE OVERDRAFT LIMIT.
      *  A HOLD IS ACTIVE WHILE HLD-STATUS = 'A' AND THE
      *  EXPIRY DATE IS ZERO (OPEN-ENDED) OR NOT YET PAST.
      *  DATES ARE YYYYMMDD. HLD-REL-DATE IS THE RELEASE
      *  OR EXPIRY DATE ONCE THE HOLD IS NO LONGER ACTIVE.
      *  MAINTAINED BY HLDMNT; EXPIRED BY HLDEXP.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==HLD== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 HLD-KEY.
                05 HLD-UID            PIC 9(05).
                05 HLD-ACCT           PIC 9(02).
                05 HLD-NO             PIC 9(03).
           03 HLD-AMOUNT              PIC S9(15) COMP-3.
           03 HLD-REASON              PIC X(30).
           03 HLD-REF                 PIC X(20).
           03 HLD-PLACED-DATE         PIC 9(08).
           03 HLD-EXPIRY-DATE         PIC 9(08).
           03 HLD-STATUS              PIC X(01).
              88 HLD-ACTIVE              VALUE 'A'.
              88 HLD-RELEASED            VALUE 'R'.
              88 HLD-EXPIRED             VALUE 'E'.
           03 HLD-REL-DATE            PIC 9(08).
           03 HLD-PLACED-USER         PIC X(08).
           03 HLD-REL-USER            PIC X(08).
