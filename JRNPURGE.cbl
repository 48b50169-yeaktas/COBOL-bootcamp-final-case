       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC                    PIC X(187).
       01  ARC-CTL-REC.
           05 ARC-CTL-TYPE         PIC X(01).
           05 ARC-CTL-COUNT        PIC 9(09).
           05 ARC-CTL-HASH         PIC S9(18).
           05 ARC-CTL-DATE         PIC 9(08).
           05 FILLER               PIC X(151).

       FD  NEW-FILE RECORDING MODE F.
       01  NEW-REC                    PIC X(187).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
