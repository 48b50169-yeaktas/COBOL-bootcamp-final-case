      *****************************************************
      *  ACCOUNT CORRECTION REQUEST RECORD (COR-FILE).
      *  ONE ENTRY PER MAKER REQUEST, KEYED ON A SUITE-WIDE
      *  6-DIGIT REQUEST NUMBER (HIGHEST IN FILE + 1).
      *  COR-OPRT 'U' IS AN UPDATE, 'P' A POSTING; THE
      *  PROPOSED FIELDS FOLLOW THE FINALSUB CONVENTIONS:
      *  NAME/SURNAME SPACES, DATE ZERO AND BALANCE, EXC,
      *  OD LIMIT -1 MEAN "NO CHANGE" ON AN UPDATE; ON A
      *  POSTING COR-NEW-BALANCE IS THE SIGNED AMOUNT.
      *  COR-CUR-* HOLD THE IDX-FILE VALUES WHEN THE
      *  REQUEST WAS ENTERED.
      *  STATUS: P PENDING, A APPROVED AND APPLIED,
      *  F APPROVED BUT REFUSED BY FINALSUB (COR-SUB-RC),
      *  R REJECTED, E EXPIRED. DATES ARE YYYYMMDD.
      *  APPROVED REQUESTS ARE APPLIED WITH RUN ID 'MC' +
      *  REQUEST NUMBER (COR-RUNID).
      *  ENTERED BY CORMNT; DECIDED/EXPIRED BY CORAPR.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==COR== TO RENAME FOR WORK AREAS.
      *****************************************************
           03 COR-KEY.
                05 COR-REQ-NO         PIC 9(06).
           03 COR-UID                 PIC 9(05).
           03 COR-ACCT                PIC 9(02).
           03 COR-OPRT                PIC X(01).
              88 COR-OPRT-UPDATE         VALUE 'U'.
              88 COR-OPRT-POST           VALUE 'P'.
           03 COR-NEW.
                05 COR-NEW-NAME       PIC X(15).
                05 COR-NEW-SURNAME    PIC X(15).
                05 COR-NEW-DATE       PIC 9(07).
                05 COR-NEW-BALANCE    PIC S9(15) COMP-3.
                05 COR-NEW-EXC        PIC S9(03) COMP-3.
                05 COR-NEW-ODLIM      PIC S9(15) COMP-3.
           03 COR-CUR.
                05 COR-CUR-NAME       PIC X(15).
                05 COR-CUR-SURNAME    PIC X(15).
                05 COR-CUR-DATE       PIC 9(07).
                05 COR-CUR-BALANCE    PIC S9(15) COMP-3.
                05 COR-CUR-EXC        PIC S9(03) COMP-3.
                05 COR-CUR-ODLIM      PIC S9(15) COMP-3.
           03 COR-REASON              PIC X(40).
           03 COR-STATUS              PIC X(01).
              88 COR-PENDING             VALUE 'P'.
              88 COR-APPROVED            VALUE 'A'.
              88 COR-FAILED              VALUE 'F'.
              88 COR-REJECTED            VALUE 'R'.
              88 COR-EXPIRED             VALUE 'E'.
           03 COR-MAKER-USER          PIC X(08).
           03 COR-MAKER-DATE          PIC 9(08).
           03 COR-CHECKER-USER        PIC X(08).
           03 COR-CHECK-DATE          PIC 9(08).
           03 COR-CHECK-TEXT          PIC X(60).
           03 COR-RUNID               PIC X(08).
           03 COR-SUB-RC              PIC 9(02).
