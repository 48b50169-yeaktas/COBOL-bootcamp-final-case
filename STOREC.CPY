      *****************************************************
      *  STANDING-ORDER INSTRUCTION RECORD (STO-FILE).
      *  ONE ENTRY PER RECURRING PAYMENT, KEYED ON THE
      *  PAYING UID + ACCOUNT + INSTRUCTION NUMBER.
      *  BENEFICIARY IS EITHER AN INTERNAL ACCOUNT (POSTED
      *  AS A TRANSFER) OR AN EXTERNAL PAYEE (DEBIT POSTED,
      *  PAYMENT WRITTEN TO THE OUTGOING PAYMENT FILE).
      *  DATES ARE YYYYMMDD; STO-END-DATE ZERO = NO END.
      *  STO-DAY IS THE ANCHOR DAY OF MONTH FOR MONTHLY
      *  ORDERS (SHORT MONTHS FALL BACK TO THE LAST DAY).
      *  STO-FAIL-DATE HOLDS THE FIRST FAILED ATTEMPT OF
      *  THE CURRENT OCCURRENCE WHILE IT IS BEING RETRIED.
      *  MAINTAINED BY STOMNT; EXECUTED BY STORUN.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==STO== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 STO-KEY.
                05 STO-UID            PIC 9(05).
                05 STO-ACCT           PIC 9(02).
                05 STO-NO             PIC 9(03).
           03 STO-BEN-TYPE            PIC X(01).
              88 STO-BEN-INTERNAL        VALUE 'I'.
              88 STO-BEN-EXTERNAL        VALUE 'E'.
           03 STO-BEN-UID             PIC 9(05).
           03 STO-BEN-ACCT            PIC 9(02).
           03 STO-BEN-NAME            PIC X(30).
           03 STO-BEN-REF             PIC X(20).
           03 STO-AMOUNT              PIC S9(15) COMP-3.
           03 STO-FREQ                PIC X(01).
              88 STO-FREQ-MONTHLY        VALUE 'M'.
              88 STO-FREQ-WEEKLY         VALUE 'W'.
           03 STO-DAY                 PIC 9(02).
           03 STO-NEXT-DATE           PIC 9(08).
           03 STO-END-DATE            PIC 9(08).
           03 STO-STATUS              PIC X(01).
              88 STO-ACTIVE              VALUE 'A'.
              88 STO-SUSPENDED           VALUE 'S'.
              88 STO-CANCELLED           VALUE 'C'.
              88 STO-LAPSED              VALUE 'L'.
              88 STO-ENDED               VALUE 'E'.
           03 STO-FAIL-DATE           PIC 9(08).
           03 STO-LAST-RC             PIC 9(02).
           03 STO-LAST-EXEC-DATE      PIC 9(08).
           03 STO-MNT-DATE            PIC 9(08).
           03 STO-MNT-OPRT            PIC X(01).
           03 STO-MNT-USER            PIC X(08).
