       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD IDX-FILE.
       01 IDX-REC.
       FD  GLI-FILE RECORDING MODE F.
       01  GLI-REC.
           05 GLI-TYPE             PIC X(01).
           05 FILLER               PIC X(60).
       01  GLI-TRL-REC.
           05 GLI-TRL-TYPE         PIC X(01).
           05 GLI-TRL-COUNT        PIC 9(09).
           05 GLI-TRL-HASH         PIC S9(15).
           05 FILLER               PIC X(36).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
              05 WS-PARM-DATE            PIC 9(08).
           03 WS-AMOUNT               PIC S9(15) COMP-3.
           03 WS-HASH-TOTAL           PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-TRF-NET              PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-CNT-TRF-LEG          PIC 9(07) VALUE ZEROS.
           03 WS-REL-NO               PIC 9(09) VALUE ZEROS.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-SELECTED         PIC 9(07) VALUE ZEROS.
                INPUT PROCEDURE H200-SELECT-JRN
                OUTPUT PROCEDURE H300-VERIFY
           PERFORM H700-CHECK-TRAILER
           PERFORM H720-CHECK-TRANSFERS
           PERFORM H900-SUMMARY
           PERFORM H999-PROGRAM-EXIT.

              EVALUATE TRUE
                   WHEN JRN-OPRT = 'P'
                        PERFORM H220-ADD-HASH
                   WHEN JRN-OPRT = 'T'
                        PERFORM H220-ADD-HASH
                        ADD WS-AMOUNT TO WS-TRF-NET
                        ADD 1 TO WS-CNT-TRF-LEG
                   WHEN JRN-OPRT = 'U'
                        AND JA-BALANCE NOT = JB-BALANCE
                        PERFORM H220-ADD-HASH
           READ GLI-FILE.
       H710-END. EXIT.

       H720-CHECK-TRANSFERS.
           IF WS-TRF-NET NOT = ZEROS
              OR FUNCTION MOD (WS-CNT-TRF-LEG, 2) NOT = 0
              MOVE 'N' TO WS-VERIFY-OK-SW
              MOVE WS-TRF-NET TO WS-HASH-DISP
              MOVE SPACES TO RPT-LINE
              STRING "HAVALE BACAKLARI DENK DEGIL. BACAK ADET:"
                     DELIMITED BY SIZE
                     WS-CNT-TRF-LEG DELIMITED BY SIZE
                     " NET:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-HASH-DISP) DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
       H720-END. EXIT.

       H900-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
