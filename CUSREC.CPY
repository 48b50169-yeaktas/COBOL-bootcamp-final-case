      *****************************************************
      *  CUSTOMER INFORMATION RECORD (CUS-FILE).
      *  ONE ENTRY PER CUSTOMER, KEYED ON THE UID SHARED BY
      *  ALL OF THE CUSTOMER'S IDX-FILE ACCOUNTS. HOLDS THE
      *  NAME ONCE FOR EVERY ACCOUNT, PLUS ADDRESS, NATIONAL
      *  ID / TAX NUMBER (11 DIGITS TCKN OR 10 DIGITS VKN,
      *  LEFT JUSTIFIED), BIRTH DATE AND PHONE. XRF-FILE,
      *  IDXINQ AND STMTGEN TAKE NAME AND ADDRESS FROM HERE.
      *  BUILT FROM IDX-FILE BY CUSCONV. A 'W' FOR A NEW UID
      *  CREATES THE RECORD AND A 'U' NAME CHANGE UPDATES
      *  IT (FINALSUB); THE OTHER DETAILS ARE MAINTAINED BY
      *  CUSMNT. CUS-MNT-OPRT: K CONVERSION, W CREATED, U
      *  NAME CHANGE, M DETAIL MAINTENANCE, B BACKED OUT.
      *  DATES ARE YYYYMMDD.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==CUS== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 CUS-KEY.
                05 CUS-UID            PIC 9(05).
           03 CUS-NAME                PIC X(15).
           03 CUS-SURNAME             PIC X(15).
           03 CUS-ADDRESS.
                05 CUS-ADDR-1         PIC X(30).
                05 CUS-ADDR-2         PIC X(30).
                05 CUS-CITY           PIC X(15).
                05 CUS-POST-CODE      PIC X(05).
           03 CUS-TAX-NO              PIC X(11).
           03 CUS-BIRTH-DATE          PIC 9(08).
           03 CUS-PHONE               PIC X(15).
           03 CUS-OPEN-DATE           PIC 9(08).
           03 CUS-MNT-DATE            PIC 9(08).
           03 CUS-MNT-OPRT            PIC X(01).
           03 CUS-MNT-RUN             PIC X(08).
