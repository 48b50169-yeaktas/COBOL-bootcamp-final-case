                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 IDX-REC.
       COPY IDXREC.

       FD HLD-FILE.
       01 HLD-REC.
       COPY HLDREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(130).

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
              88 ST-IDXFILE-EOF         VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 ST-HLDFILE              PIC 9(02).
              88 ST-HLDFILE-OK          VALUE 00 05 97.
           03 WS-HOLD-END-SW          PIC X(01).
              88 HOLD-SCAN-DONE          VALUE 'Y'.
           03 WS-HOLD-TOT             PIC S9(15).
           03 WS-AVL-BAL              PIC S9(15).
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-RUN-TOTAL            PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-REC-COUNT            PIC 9(07) VALUE ZEROS.
           03 WS-HOLD-TOTAL           PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-AVL-TOTAL            PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-ID-DISP              PIC ----9.
           03 WS-EXC-DISP             PIC ---9.
           03 WS-DATE-DISP            PIC 9(07).
           03 WS-MNT-DATE-DISP        PIC 9(07).
           03 WS-BAL-DISP             PIC -(15)9.
           03 WS-TOTAL-DISP           PIC -(15)9.
           03 WS-AVL-DISP             PIC -(15)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-IDXFILE-EOF
           PERFORM H900-TRAILER
           PERFORM H999-PROGRAM-EXIT.

       H040-GET-BUSINESS-DATE.
           OPEN INPUT BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE OPEN ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE READ ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE BDT-FILE.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF NOT ST-IDXFILE-OK
              DISPLAY "IDX-FILE OPEN ERROR: " ST-IDXFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HLD-FILE.
           IF NOT ST-HLDFILE-OK
              DISPLAY "HLD-FILE OPEN ERROR: " ST-HLDFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY "RPT-FILE OPEN ERROR: " RPT-ST
       H200-PROCESS.
           ADD 1 TO WS-REC-COUNT
           ADD IDX-BALANCE TO WS-RUN-TOTAL
           PERFORM H620-SUM-HOLDS
           ADD WS-HOLD-TOT TO WS-HOLD-TOTAL
           ADD WS-AVL-BAL TO WS-AVL-TOTAL
           MOVE IDX-ID TO WS-ID-DISP
           MOVE IDX-EXC TO WS-EXC-DISP
           MOVE IDX-DATE TO WS-DATE-DISP
           MOVE IDX-MNT-DATE TO WS-MNT-DATE-DISP
           MOVE IDX-BALANCE TO WS-BAL-DISP
           MOVE WS-RUN-TOTAL TO WS-TOTAL-DISP
           MOVE WS-AVL-BAL TO WS-AVL-DISP
           STRING WS-ID-DISP      DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  IDX-ACCT        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-BAL-DISP     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-AVL-DISP     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-TOTAL-DISP   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MNT-DATE-DISP DELIMITED BY SIZE
                  WS-BAL-DISP     DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           MOVE WS-HOLD-TOTAL TO WS-BAL-DISP
           MOVE WS-AVL-TOTAL TO WS-AVL-DISP
           STRING "TOPLAM BLOKE:" DELIMITED BY SIZE
                  WS-BAL-DISP     DELIMITED BY SIZE
                  " TOPLAM KULLANILABILIR:" DELIMITED BY SIZE
                  WS-AVL-DISP     DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
       H900-END. EXIT.

       H620-SUM-HOLDS.
           MOVE ZEROS TO WS-HOLD-TOT.
           MOVE 'N' TO WS-HOLD-END-SW.
           MOVE IDX-ID TO HLD-UID.
           MOVE IDX-ACCT TO HLD-ACCT.
           MOVE ZEROS TO HLD-NO.
           START HLD-FILE KEY >= HLD-KEY
           INVALID KEY
              MOVE 'Y' TO WS-HOLD-END-SW
           END-START.
           IF NOT ST-HLDFILE-OK
              MOVE 'Y' TO WS-HOLD-END-SW
           END-IF.
           PERFORM H625-NEXT-HOLD UNTIL HOLD-SCAN-DONE.
           COMPUTE WS-AVL-BAL = IDX-BALANCE - WS-HOLD-TOT.
       H620-END. EXIT.

       H625-NEXT-HOLD.
           READ HLD-FILE NEXT RECORD.
           IF NOT ST-HLDFILE-OK
              OR HLD-UID NOT = IDX-ID
              OR HLD-ACCT NOT = IDX-ACCT
              MOVE 'Y' TO WS-HOLD-END-SW
           ELSE
              IF HLD-ACTIVE
                 AND (HLD-EXPIRY-DATE = ZEROS
                      OR HLD-EXPIRY-DATE NOT < WS-RUN-DATE-YMD)
                 ADD HLD-AMOUNT TO WS-HOLD-TOT
              END-IF
           END-IF.
       H625-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           CLOSE HLD-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
