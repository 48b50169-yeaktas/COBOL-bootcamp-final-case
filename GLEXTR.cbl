       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD  GLI-FILE RECORDING MODE F.
       01  GLI-HDR-REC.
           05 GLI-HDR-TYPE         PIC X(01).
           05 GLI-HDR-DATE         PIC 9(08).
           05 FILLER               PIC X(52).
       01  GLI-DTL-REC.
           05 GLI-DTL-TYPE         PIC X(01).
           05 GLI-DTL-UID          PIC 9(05).
           05 GLI-DTL-DATE         PIC 9(08).
           05 GLI-DTL-AMOUNT       PIC S9(15).
           05 GLI-DTL-BALANCE      PIC S9(15).
           05 GLI-DTL-TRF-REF      PIC X(15).
       01  GLI-TRL-REC.
           05 GLI-TRL-TYPE         PIC X(01).
           05 GLI-TRL-COUNT        PIC 9(09).
           05 GLI-TRL-HASH         PIC S9(15).
           05 FILLER               PIC X(36).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
              EVALUATE TRUE
                   WHEN JRN-OPRT = 'P'
                        PERFORM H300-WRITE-DETAIL
                   WHEN JRN-OPRT = 'T'
                        PERFORM H300-WRITE-DETAIL
                   WHEN JRN-OPRT = 'U'
                        AND JA-BALANCE NOT = JB-BALANCE
                        PERFORM H300-WRITE-DETAIL
           MOVE JRN-RUN-DATE TO GLI-DTL-DATE
           MOVE WS-AMOUNT TO GLI-DTL-AMOUNT
           MOVE JA-BALANCE TO GLI-DTL-BALANCE
           IF JRN-OPRT = 'T'
              MOVE JRN-TRF-REF TO GLI-DTL-TRF-REF
           ELSE
              MOVE SPACES TO GLI-DTL-TRF-REF
           END-IF
           WRITE GLI-DTL-REC.
       H300-END. EXIT.

