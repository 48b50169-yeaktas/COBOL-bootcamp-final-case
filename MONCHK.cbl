       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MONCHK.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-JRNFILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           STATUS ST-IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY.
           SELECT OPTIONAL ALH-FILE ASSIGN TO ALHFILE
                           STATUS ST-ALHFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY ALH-KEY.
           SELECT ALR-FILE ASSIGN TO ALRFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-ALRFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-PRMFILE.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD JRN-FILE RECORDING MODE F.
       01 JRN-REC.
           02 JRN-PREFIX.
              05 JRN-SEQ              PIC 9(07).
              05 JRN-RUN-DATE         PIC 9(08).
              05 JRN-OPRT             PIC X(01).
              05 JRN-UID              PIC 9(05).
              05 JRN-ACCT             PIC 9(02).
           02 JRN-BEFORE.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD IDX-FILE.
       01 IDX-REC.
       COPY IDXREC.

       FD ALH-FILE.
       01 ALH-REC.
       COPY ALHREC.

       FD  ALR-FILE RECORDING MODE F.
       01  ALR-HDR-REC.
           05 ALR-HDR-TYPE         PIC X(01).
           05 ALR-HDR-DATE         PIC 9(08).
           05 ALR-HDR-PERIOD       PIC X(01).
           05 FILLER               PIC X(103).
       01  ALR-DTL-REC.
           05 ALR-DTL-TYPE         PIC X(01).
           05 ALR-DTL-DATE         PIC 9(08).
           05 ALR-DTL-SEQ          PIC 9(05).
           05 ALR-DTL-RULE         PIC X(01).
           05 ALR-DTL-UID          PIC 9(05).
           05 ALR-DTL-ACCT         PIC 9(02).
           05 ALR-DTL-NAME         PIC X(15).
           05 ALR-DTL-SURNAME      PIC X(15).
           05 ALR-DTL-AMOUNT       PIC S9(15).
           05 ALR-DTL-COUNT        PIC 9(05).
           05 ALR-DTL-LIMIT        PIC 9(15).
           05 ALR-DTL-WATCH        PIC X(01).
           05 ALR-DTL-EXC          PIC 9(03).
           05 ALR-DTL-JRN-SEQ      PIC 9(07).
           05 ALR-DTL-TRF-REF      PIC X(15).
       01  ALR-TRL-REC.
           05 ALR-TRL-TYPE         PIC X(01).
           05 ALR-TRL-COUNT        PIC 9(09).
           05 FILLER               PIC X(103).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(130).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
       COPY PRMREC.

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-UID        PIC 9(05).
           05 SRT-WATCH-EXC  PIC 9(03).
           05 SRT-NO         PIC 9(09).
           05 SRT-ACCT       PIC 9(02).
           05 SRT-OPRT       PIC X(01).
           05 SRT-JSEQ       PIC 9(07).
           05 SRT-AMOUNT     PIC S9(15).
           05 SRT-NAME       PIC X(15).
           05 SRT-SURNAME    PIC X(15).
           05 SRT-TRF-REF    PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 ST-JRNFILE              PIC 9(02).
              88 ST-JRNFILE-OK          VALUE 00.
              88 ST-JRNFILE-EOF         VALUE 10.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
           03 ST-ALHFILE              PIC 9(02).
              88 ST-ALHFILE-OK          VALUE 00 05 97.
           03 ST-ALRFILE              PIC 9(02).
              88 ST-ALRFILE-OK          VALUE 00.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 ST-PRMFILE              PIC 9(02).
              88 ST-PRMFILE-OK          VALUE 00.
              88 ST-PRMFILE-EOF         VALUE 10.
           03 WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
              88 SRT-EOF                 VALUE 'Y'.
           03 WS-PRM-SW-AREA.
              05 WS-MONAMT-SW         PIC X(01) VALUE 'N'.
                 88 MONAMT-FOUND         VALUE 'Y'.
              05 WS-MONAMTW-SW        PIC X(01) VALUE 'N'.
                 88 MONAMTW-FOUND        VALUE 'Y'.
              05 WS-MONCNT-SW         PIC X(01) VALUE 'N'.
                 88 MONCNT-FOUND         VALUE 'Y'.
              05 WS-MONCNTW-SW        PIC X(01) VALUE 'N'.
                 88 MONCNTW-FOUND        VALUE 'Y'.
              05 WS-MONDEB-SW         PIC X(01) VALUE 'N'.
                 88 MONDEB-FOUND         VALUE 'Y'.
              05 WS-MONDEBW-SW        PIC X(01) VALUE 'N'.
                 88 MONDEBW-FOUND        VALUE 'Y'.
              05 WS-MONPER-SW         PIC X(01) VALUE 'N'.
                 88 MONPER-FOUND         VALUE 'Y'.
           03 WS-PRM-EFF-AREA.
              05 WS-MONAMT-EFF        PIC 9(08) VALUE ZEROS.
              05 WS-MONAMTW-EFF       PIC 9(08) VALUE ZEROS.
              05 WS-MONCNT-EFF        PIC 9(08) VALUE ZEROS.
              05 WS-MONCNTW-EFF       PIC 9(08) VALUE ZEROS.
              05 WS-MONDEB-EFF        PIC 9(08) VALUE ZEROS.
              05 WS-MONDEBW-EFF       PIC 9(08) VALUE ZEROS.
              05 WS-MONPER-EFF        PIC 9(08) VALUE ZEROS.
           03 WS-PARM.
              05 WS-PARM-DATE            PIC 9(08).
           03 WS-PARM-AMT             PIC 9(15).
           03 WS-PARM-AMTW            PIC 9(15).
           03 WS-PARM-CNT             PIC 9(03).
           03 WS-PARM-CNTW            PIC 9(03).
           03 WS-PARM-DEB             PIC 9(15).
           03 WS-PARM-DEBW            PIC 9(15).
           03 WS-PARM-PER             PIC X(01).
              88 PARM-PER-DAY            VALUE 'D'.
              88 PARM-PER-MONTH          VALUE 'M'.
           03 WS-PARM-ERROR           PIC X(40).
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-PERIOD               PIC 9(08).
           03 WS-PERIOD-R REDEFINES WS-PERIOD.
              05 WS-PERIOD-YM            PIC 9(06).
              05 WS-PERIOD-DD            PIC 9(02).
           03 WS-REL-NO               PIC 9(09) VALUE ZEROS.
           03 WS-AMOUNT               PIC S9(15) COMP-3.
           03 WS-ABS-AMOUNT           PIC S9(15) COMP-3.
           03 WS-EXC-WORK             PIC S9(03).
              88 EXC-WATCHED             VALUE 300 400.
           03 WS-CUR-UID              PIC 9(05).
           03 WS-CUR-NAME             PIC X(15).
           03 WS-CUR-SURNAME          PIC X(15).
           03 WS-CUR-CNT              PIC 9(05).
           03 WS-CUR-DEBIT            PIC S9(17) COMP-3.
           03 WS-CUR-WATCH-SW         PIC X(01).
              88 CUR-WATCHED             VALUE 'Y'.
           03 WS-CUR-WATCH-EXC        PIC 9(03).
           03 WS-IDX-END-SW           PIC X(01).
              88 IDX-SCAN-DONE           VALUE 'Y'.
           03 WS-ALH-FOUND-SW         PIC X(01).
              88 ALH-FOUND               VALUE 'Y'.
           03 WS-HIT-RULE             PIC X(01).
              88 HIT-LARGE               VALUE 'L'.
              88 HIT-VELOCITY            VALUE 'V'.
              88 HIT-DEBIT               VALUE 'D'.
           03 WS-HIT-ACCT             PIC 9(02).
           03 WS-HIT-AMOUNT           PIC S9(15).
           03 WS-HIT-COUNT            PIC 9(05).
           03 WS-HIT-LIMIT            PIC 9(15).
           03 WS-HIT-JSEQ             PIC 9(07).
           03 WS-HIT-REF              PIC X(15).
           03 WS-RESULT               PIC X(10).
           03 WS-RULE-DESC            PIC X(30).
           03 WS-ID-DISP              PIC 9(05).
           03 WS-AMT-DISP             PIC -(15)9.
           03 WS-LIM-DISP             PIC Z(14)9.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-SELECTED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-UIDS             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-WATCHED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ALERTS           PIC 9(05) VALUE ZEROS.
           03 WS-CNT-SUPPRESSED       PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RULE-L           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RULE-V           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RULE-D           PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE ON ASCENDING KEY SRT-UID
                         ON DESCENDING KEY SRT-WATCH-EXC
                         ON ASCENDING KEY SRT-NO
                INPUT PROCEDURE H200-SELECT-JRN
                OUTPUT PROCEDURE H300-CHECK-UIDS
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

       H050-GET-PARMS.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM.
           IF WS-PARM-DATE NUMERIC AND WS-PARM-DATE NOT = ZEROS
              MOVE WS-PARM-DATE TO WS-RUN-DATE-YMD
           END-IF.
           MOVE 'D' TO WS-PARM-PER.
           OPEN INPUT PRM-FILE.
           IF NOT ST-PRMFILE-OK
              DISPLAY "MONCHK PRM-FILE OPEN ERROR: " ST-PRMFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE.
           PERFORM H060-SCAN-PARM UNTIL ST-PRMFILE-EOF.
           CLOSE PRM-FILE.
           MOVE SPACES TO WS-PARM-ERROR.
           EVALUATE TRUE
                WHEN NOT MONAMT-FOUND
                     MOVE "PARM EKSIK: MONAMT" TO WS-PARM-ERROR
                WHEN NOT MONAMTW-FOUND
                     MOVE "PARM EKSIK: MONAMTW" TO WS-PARM-ERROR
                WHEN NOT MONCNT-FOUND
                     MOVE "PARM EKSIK: MONCNT" TO WS-PARM-ERROR
                WHEN NOT MONCNTW-FOUND
                     MOVE "PARM EKSIK: MONCNTW" TO WS-PARM-ERROR
                WHEN NOT MONDEB-FOUND
                     MOVE "PARM EKSIK: MONDEB" TO WS-PARM-ERROR
                WHEN NOT MONDEBW-FOUND
                     MOVE "PARM EKSIK: MONDEBW" TO WS-PARM-ERROR
                WHEN WS-PARM-AMT NOT NUMERIC
                     OR WS-PARM-AMT = ZEROS
                     MOVE "PARM HATALI: MONAMT" TO WS-PARM-ERROR
                WHEN WS-PARM-AMTW NOT NUMERIC
                     OR WS-PARM-AMTW = ZEROS
                     MOVE "PARM HATALI: MONAMTW" TO WS-PARM-ERROR
                WHEN WS-PARM-CNT NOT NUMERIC
                     OR WS-PARM-CNT = ZEROS
                     MOVE "PARM HATALI: MONCNT" TO WS-PARM-ERROR
                WHEN WS-PARM-CNTW NOT NUMERIC
                     OR WS-PARM-CNTW = ZEROS
                     MOVE "PARM HATALI: MONCNTW" TO WS-PARM-ERROR
                WHEN WS-PARM-DEB NOT NUMERIC
                     OR WS-PARM-DEB = ZEROS
                     MOVE "PARM HATALI: MONDEB" TO WS-PARM-ERROR
                WHEN WS-PARM-DEBW NOT NUMERIC
                     OR WS-PARM-DEBW = ZEROS
                     MOVE "PARM HATALI: MONDEBW" TO WS-PARM-ERROR
                WHEN NOT PARM-PER-DAY AND NOT PARM-PER-MONTH
                     MOVE "PARM HATALI: MONPER (D/M)" TO WS-PARM-ERROR
           END-EVALUATE.
           IF WS-PARM-ERROR NOT = SPACES
              DISPLAY "MONCHK " WS-PARM-ERROR
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-RUN-DATE-YMD TO WS-PERIOD.
           IF PARM-PER-MONTH
              MOVE ZEROS TO WS-PERIOD-DD
           END-IF.
           DISPLAY "===== MONCHK ETKIN PARAMETRELER ====="
           DISPLAY "TARIH             : " WS-RUN-DATE-YMD
           DISPLAY "MONAMT            : " WS-PARM-AMT
                   " (GECERLILIK " WS-MONAMT-EFF ")"
           DISPLAY "MONAMTW           : " WS-PARM-AMTW
                   " (GECERLILIK " WS-MONAMTW-EFF ")"
           DISPLAY "MONCNT            : " WS-PARM-CNT
                   " (GECERLILIK " WS-MONCNT-EFF ")"
           DISPLAY "MONCNTW           : " WS-PARM-CNTW
                   " (GECERLILIK " WS-MONCNTW-EFF ")"
           DISPLAY "MONDEB            : " WS-PARM-DEB
                   " (GECERLILIK " WS-MONDEB-EFF ")"
           DISPLAY "MONDEBW           : " WS-PARM-DEBW
                   " (GECERLILIK " WS-MONDEBW-EFF ")"
           DISPLAY "MONPER            : " WS-PARM-PER
                   " (GECERLILIK " WS-MONPER-EFF ")".
       H050-END. EXIT.

       H060-SCAN-PARM.
           EVALUATE PRM-KEY
                WHEN 'MONAMT  '
                     IF NOT MONAMT-FOUND
                        OR PRM-EFF-DATE >= WS-MONAMT-EFF
                        MOVE 'Y' TO WS-MONAMT-SW
                        MOVE PRM-EFF-DATE TO WS-MONAMT-EFF
                        MOVE PRM-VALUE (1:15) TO WS-PARM-AMT
                     END-IF
                WHEN 'MONAMTW '
                     IF NOT MONAMTW-FOUND
                        OR PRM-EFF-DATE >= WS-MONAMTW-EFF
                        MOVE 'Y' TO WS-MONAMTW-SW
                        MOVE PRM-EFF-DATE TO WS-MONAMTW-EFF
                        MOVE PRM-VALUE (1:15) TO WS-PARM-AMTW
                     END-IF
                WHEN 'MONCNT  '
                     IF NOT MONCNT-FOUND
                        OR PRM-EFF-DATE >= WS-MONCNT-EFF
                        MOVE 'Y' TO WS-MONCNT-SW
                        MOVE PRM-EFF-DATE TO WS-MONCNT-EFF
                        MOVE PRM-VALUE (1:3) TO WS-PARM-CNT
                     END-IF
                WHEN 'MONCNTW '
                     IF NOT MONCNTW-FOUND
                        OR PRM-EFF-DATE >= WS-MONCNTW-EFF
                        MOVE 'Y' TO WS-MONCNTW-SW
                        MOVE PRM-EFF-DATE TO WS-MONCNTW-EFF
                        MOVE PRM-VALUE (1:3) TO WS-PARM-CNTW
                     END-IF
                WHEN 'MONDEB  '
                     IF NOT MONDEB-FOUND
                        OR PRM-EFF-DATE >= WS-MONDEB-EFF
                        MOVE 'Y' TO WS-MONDEB-SW
                        MOVE PRM-EFF-DATE TO WS-MONDEB-EFF
                        MOVE PRM-VALUE (1:15) TO WS-PARM-DEB
                     END-IF
                WHEN 'MONDEBW '
                     IF NOT MONDEBW-FOUND
                        OR PRM-EFF-DATE >= WS-MONDEBW-EFF
                        MOVE 'Y' TO WS-MONDEBW-SW
                        MOVE PRM-EFF-DATE TO WS-MONDEBW-EFF
                        MOVE PRM-VALUE (1:15) TO WS-PARM-DEBW
                     END-IF
                WHEN 'MONPER  '
                     IF NOT MONPER-FOUND
                        OR PRM-EFF-DATE >= WS-MONPER-EFF
                        MOVE 'Y' TO WS-MONPER-SW
                        MOVE PRM-EFF-DATE TO WS-MONPER-EFF
                        MOVE PRM-VALUE (1:1) TO WS-PARM-PER
                     END-IF
           END-EVALUATE.
           READ PRM-FILE.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT JRN-FILE.
           IF NOT ST-JRNFILE-OK
              DISPLAY "JRN-FILE OPEN ERROR: " ST-JRNFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT ST-IDXFILE-OK
              DISPLAY "IDX-FILE OPEN ERROR: " ST-IDXFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ALH-FILE.
           IF NOT ST-ALHFILE-OK
              DISPLAY "ALH-FILE OPEN ERROR: " ST-ALHFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ALR-FILE.
           IF NOT ST-ALRFILE-OK
              DISPLAY "ALR-FILE OPEN ERROR: " ST-ALRFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY "RPT-FILE OPEN ERROR: " RPT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO ALR-HDR-REC
           MOVE 'H' TO ALR-HDR-TYPE
           MOVE WS-RUN-DATE-YMD TO ALR-HDR-DATE
           MOVE WS-PARM-PER TO ALR-HDR-PERIOD
           WRITE ALR-HDR-REC.
           MOVE SPACES TO RPT-LINE
           STRING "MONCHK BUYUK TUTAR VE HAREKET SIKLIGI IZLEME RAPORU"
                  DELIMITED BY SIZE
                  " - TARIH:" DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  " DONEM:" DELIMITED BY SIZE
                  WS-PARM-PER DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE WS-PARM-AMT TO WS-AMT-DISP.
           MOVE WS-PARM-AMTW TO WS-LIM-DISP.
           MOVE SPACES TO RPT-LINE
           STRING "TEK HAREKET LIMITI:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  " (IZLEMEDE:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIM-DISP) DELIMITED BY SIZE
                  ") HAREKET SAYISI:" DELIMITED BY SIZE
                  WS-PARM-CNT DELIMITED BY SIZE
                  " (IZLEMEDE:" DELIMITED BY SIZE
                  WS-PARM-CNTW DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE WS-PARM-DEB TO WS-AMT-DISP.
           MOVE WS-PARM-DEBW TO WS-LIM-DISP.
           MOVE SPACES TO RPT-LINE
           STRING "GUNLUK BORC LIMITI:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  " (IZLEMEDE:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIM-DISP) DELIMITED BY SIZE
                  ") IZLEMEDEKI KODLAR: 300 KYC, 400 KREDI IZLEME"
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
       H100-END. EXIT.

       H200-SELECT-JRN.
           READ JRN-FILE.
           PERFORM H210-CHECK-JRN UNTIL ST-JRNFILE-EOF.
       H200-END. EXIT.

       H210-CHECK-JRN.
           ADD 1 TO WS-CNT-READ
           IF JRN-SEQ NUMERIC
              AND JRN-RUN-DATE = WS-RUN-DATE-YMD
              EVALUATE TRUE
                   WHEN JRN-OPRT = 'P'
                        PERFORM H220-RELEASE-MOVE
                   WHEN JRN-OPRT = 'T'
                        PERFORM H220-RELEASE-MOVE
                   WHEN JRN-OPRT = 'U'
                        AND JA-BALANCE NOT = JB-BALANCE
                        PERFORM H220-RELEASE-MOVE
              END-EVALUATE
           END-IF.
           READ JRN-FILE.
           IF NOT ST-JRNFILE-OK AND NOT ST-JRNFILE-EOF
              DISPLAY "JRN-FILE READ ERROR: " ST-JRNFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H210-END. EXIT.

       H220-RELEASE-MOVE.
           COMPUTE WS-AMOUNT = JA-BALANCE - JB-BALANCE
           IF WS-AMOUNT NOT = ZEROS
              ADD 1 TO WS-CNT-SELECTED
              ADD 1 TO WS-REL-NO
              MOVE JRN-UID TO SRT-UID
              MOVE WS-REL-NO TO SRT-NO
              MOVE JRN-ACCT TO SRT-ACCT
              MOVE JRN-OPRT TO SRT-OPRT
              MOVE JRN-SEQ TO SRT-JSEQ
              MOVE WS-AMOUNT TO SRT-AMOUNT
              MOVE JA-EXC TO WS-EXC-WORK
              IF EXC-WATCHED
                 MOVE WS-EXC-WORK TO SRT-WATCH-EXC
              ELSE
                 MOVE ZEROS TO SRT-WATCH-EXC
              END-IF
              MOVE JA-NAME TO SRT-NAME
              MOVE JA-SURNAME TO SRT-SURNAME
              IF JRN-OPRT = 'T'
                 MOVE JRN-TRF-REF TO SRT-TRF-REF
              ELSE
                 MOVE SPACES TO SRT-TRF-REF
              END-IF
              RELEASE SRT-REC
           END-IF.
       H220-END. EXIT.

       H300-CHECK-UIDS.
           RETURN SRT-FILE
                AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
           PERFORM H310-UID-GROUP UNTIL SRT-EOF.
       H300-END. EXIT.

       H310-UID-GROUP.
           ADD 1 TO WS-CNT-UIDS.
           MOVE SRT-UID TO WS-CUR-UID.
           MOVE SRT-NAME TO WS-CUR-NAME.
           MOVE SRT-SURNAME TO WS-CUR-SURNAME.
           MOVE ZEROS TO WS-CUR-CNT.
           MOVE ZEROS TO WS-CUR-DEBIT.
           PERFORM H320-CHECK-WATCH.
           IF SRT-WATCH-EXC NOT = ZEROS
              MOVE 'Y' TO WS-CUR-WATCH-SW
              MOVE SRT-WATCH-EXC TO WS-CUR-WATCH-EXC
           END-IF.
           PERFORM H330-CHECK-MOVEMENT
                   UNTIL SRT-EOF OR SRT-UID NOT = WS-CUR-UID.
           IF CUR-WATCHED
              ADD 1 TO WS-CNT-WATCHED
           END-IF.
           PERFORM H360-CHECK-TOTALS.
       H310-END. EXIT.

       H320-CHECK-WATCH.
           MOVE 'N' TO WS-CUR-WATCH-SW.
           MOVE ZEROS TO WS-CUR-WATCH-EXC.
           MOVE 'N' TO WS-IDX-END-SW.
           MOVE WS-CUR-UID TO IDX-ID.
           MOVE ZEROS TO IDX-ACCT.
           START IDX-FILE KEY >= IDX-KEY
           INVALID KEY
              MOVE 'Y' TO WS-IDX-END-SW
           END-START.
           IF NOT ST-IDXFILE-OK
              MOVE 'Y' TO WS-IDX-END-SW
           END-IF.
           PERFORM H325-NEXT-ACCT UNTIL IDX-SCAN-DONE.
       H320-END. EXIT.

       H325-NEXT-ACCT.
           READ IDX-FILE NEXT RECORD.
           IF NOT ST-IDXFILE-OK
              OR IDX-ID NOT = WS-CUR-UID
              MOVE 'Y' TO WS-IDX-END-SW
           ELSE
              MOVE IDX-EXC TO WS-EXC-WORK
              IF EXC-WATCHED
                 MOVE 'Y' TO WS-CUR-WATCH-SW
                 MOVE WS-EXC-WORK TO WS-CUR-WATCH-EXC
              END-IF
           END-IF.
       H325-END. EXIT.

       H330-CHECK-MOVEMENT.
           ADD 1 TO WS-CUR-CNT.
           IF SRT-AMOUNT < ZEROS
              SUBTRACT SRT-AMOUNT FROM WS-CUR-DEBIT
              COMPUTE WS-ABS-AMOUNT = ZEROS - SRT-AMOUNT
           ELSE
              MOVE SRT-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           IF CUR-WATCHED
              MOVE WS-PARM-AMTW TO WS-HIT-LIMIT
           ELSE
              MOVE WS-PARM-AMT TO WS-HIT-LIMIT
           END-IF.
           IF WS-ABS-AMOUNT > WS-HIT-LIMIT
              MOVE 'L' TO WS-HIT-RULE
              MOVE SRT-ACCT TO WS-HIT-ACCT
              MOVE SRT-AMOUNT TO WS-HIT-AMOUNT
              MOVE 1 TO WS-HIT-COUNT
              MOVE SRT-JSEQ TO WS-HIT-JSEQ
              MOVE SRT-TRF-REF TO WS-HIT-REF
              PERFORM H600-RAISE-ALERT
           END-IF.
           RETURN SRT-FILE
                AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
       H330-END. EXIT.

       H360-CHECK-TOTALS.
           MOVE ZEROS TO WS-HIT-ACCT.
           MOVE ZEROS TO WS-HIT-JSEQ.
           MOVE SPACES TO WS-HIT-REF.
           IF CUR-WATCHED
              MOVE WS-PARM-CNTW TO WS-HIT-LIMIT
           ELSE
              MOVE WS-PARM-CNT TO WS-HIT-LIMIT
           END-IF.
           IF WS-CUR-CNT > WS-HIT-LIMIT
              MOVE 'V' TO WS-HIT-RULE
              MOVE WS-CUR-DEBIT TO WS-HIT-AMOUNT
              MOVE WS-CUR-CNT TO WS-HIT-COUNT
              PERFORM H600-RAISE-ALERT
           END-IF.
           IF CUR-WATCHED
              MOVE WS-PARM-DEBW TO WS-HIT-LIMIT
           ELSE
              MOVE WS-PARM-DEB TO WS-HIT-LIMIT
           END-IF.
           IF WS-CUR-DEBIT > WS-HIT-LIMIT
              MOVE 'D' TO WS-HIT-RULE
              MOVE WS-CUR-DEBIT TO WS-HIT-AMOUNT
              MOVE WS-CUR-CNT TO WS-HIT-COUNT
              PERFORM H600-RAISE-ALERT
           END-IF.
       H360-END. EXIT.

       H600-RAISE-ALERT.
           MOVE WS-CUR-UID TO ALH-UID.
           MOVE WS-HIT-RULE TO ALH-RULE.
           MOVE 'Y' TO WS-ALH-FOUND-SW.
           READ ALH-FILE KEY ALH-KEY
           INVALID KEY
              MOVE 'N' TO WS-ALH-FOUND-SW
           END-READ.
           IF ALH-FOUND AND ALH-PERIOD = WS-PERIOD
              PERFORM H620-SUPPRESS-ALERT
           ELSE
              PERFORM H640-WRITE-ALERT
           END-IF.
           PERFORM H800-WRITE-RPT.
       H600-END. EXIT.

       H620-SUPPRESS-ALERT.
           ADD 1 TO WS-CNT-SUPPRESSED.
           MOVE "BASTIRILDI" TO WS-RESULT.
           IF ALH-SUPP-CNT < 99999
              ADD 1 TO ALH-SUPP-CNT
           END-IF.
           MOVE WS-RUN-DATE-YMD TO ALH-SUPP-DATE.
           REWRITE ALH-REC
           INVALID KEY
              DISPLAY "ALH-FILE REWRITE ERROR: " ST-ALHFILE
                      " UID " ALH-UID
           END-REWRITE.
       H620-END. EXIT.

       H640-WRITE-ALERT.
           ADD 1 TO WS-CNT-ALERTS.
           MOVE "UYARI" TO WS-RESULT.
           EVALUATE TRUE
                WHEN HIT-LARGE
                     ADD 1 TO WS-CNT-RULE-L
                WHEN HIT-VELOCITY
                     ADD 1 TO WS-CNT-RULE-V
                WHEN OTHER
                     ADD 1 TO WS-CNT-RULE-D
           END-EVALUATE.
           MOVE SPACES TO ALR-DTL-REC.
           MOVE 'D' TO ALR-DTL-TYPE.
           MOVE WS-RUN-DATE-YMD TO ALR-DTL-DATE.
           MOVE WS-CNT-ALERTS TO ALR-DTL-SEQ.
           MOVE WS-HIT-RULE TO ALR-DTL-RULE.
           MOVE WS-CUR-UID TO ALR-DTL-UID.
           MOVE WS-HIT-ACCT TO ALR-DTL-ACCT.
           MOVE WS-CUR-NAME TO ALR-DTL-NAME.
           MOVE WS-CUR-SURNAME TO ALR-DTL-SURNAME.
           MOVE WS-HIT-AMOUNT TO ALR-DTL-AMOUNT.
           MOVE WS-HIT-COUNT TO ALR-DTL-COUNT.
           MOVE WS-HIT-LIMIT TO ALR-DTL-LIMIT.
           IF CUR-WATCHED
              MOVE 'Y' TO ALR-DTL-WATCH
           ELSE
              MOVE 'N' TO ALR-DTL-WATCH
           END-IF.
           MOVE WS-CUR-WATCH-EXC TO ALR-DTL-EXC.
           MOVE WS-HIT-JSEQ TO ALR-DTL-JRN-SEQ.
           MOVE WS-HIT-REF TO ALR-DTL-TRF-REF.
           WRITE ALR-DTL-REC.
           IF NOT ST-ALRFILE-OK
              DISPLAY "ALR-FILE WRITE ERROR: " ST-ALRFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF ALH-FOUND
              MOVE WS-PERIOD TO ALH-PERIOD
              MOVE WS-RUN-DATE-YMD TO ALH-LAST-DATE
              MOVE WS-HIT-AMOUNT TO ALH-LAST-AMOUNT
              IF ALH-ALERT-CNT < 99999
                 ADD 1 TO ALH-ALERT-CNT
              END-IF
              REWRITE ALH-REC
              INVALID KEY
                 DISPLAY "ALH-FILE REWRITE ERROR: " ST-ALHFILE
                         " UID " ALH-UID
              END-REWRITE
           ELSE
              MOVE WS-PERIOD TO ALH-PERIOD
              MOVE WS-RUN-DATE-YMD TO ALH-FIRST-DATE
              MOVE WS-RUN-DATE-YMD TO ALH-LAST-DATE
              MOVE WS-HIT-AMOUNT TO ALH-LAST-AMOUNT
              MOVE 1 TO ALH-ALERT-CNT
              MOVE ZEROS TO ALH-SUPP-CNT
              MOVE ZEROS TO ALH-SUPP-DATE
              WRITE ALH-REC
              INVALID KEY
                 DISPLAY "ALH-FILE WRITE ERROR: " ST-ALHFILE
                         " UID " ALH-UID
              END-WRITE
           END-IF.
       H640-END. EXIT.

       H800-WRITE-RPT.
           EVALUATE TRUE
                WHEN HIT-LARGE
                     MOVE "L TEK HAREKET LIMIT ASIMI" TO WS-RULE-DESC
                WHEN HIT-VELOCITY
                     MOVE "V HAREKET SAYISI ASIMI" TO WS-RULE-DESC
                WHEN OTHER
                     MOVE "D GUNLUK BORC TOPLAMI ASIMI" TO WS-RULE-DESC
           END-EVALUATE.
           MOVE WS-CUR-UID TO WS-ID-DISP.
           MOVE WS-HIT-AMOUNT TO WS-AMT-DISP.
           MOVE WS-HIT-LIMIT TO WS-LIM-DISP.
           MOVE SPACES TO RPT-LINE.
           STRING WS-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RULE-DESC DELIMITED BY SIZE
                  " UID:" DELIMITED BY SIZE
                  WS-ID-DISP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-HIT-ACCT DELIMITED BY SIZE
                  " TUTAR:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  " ADET:" DELIMITED BY SIZE
                  WS-HIT-COUNT DELIMITED BY SIZE
                  " LIMIT:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIM-DISP) DELIMITED BY SIZE
                  " IZLEME:" DELIMITED BY SIZE
                  WS-CUR-WATCH-SW DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CUR-WATCH-EXC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CUR-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CUR-SURNAME) DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H800-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO ALR-TRL-REC
           MOVE 'T' TO ALR-TRL-TYPE
           MOVE WS-CNT-ALERTS TO ALR-TRL-COUNT
           WRITE ALR-TRL-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " HAREKET:"      DELIMITED BY SIZE
                  WS-CNT-SELECTED   DELIMITED BY SIZE
                  " UID:"          DELIMITED BY SIZE
                  WS-CNT-UIDS       DELIMITED BY SIZE
                  " IZLEMEDE:"     DELIMITED BY SIZE
                  WS-CNT-WATCHED    DELIMITED BY SIZE
                  " UYARI:"        DELIMITED BY SIZE
                  WS-CNT-ALERTS     DELIMITED BY SIZE
                  " BASTIRILAN:"   DELIMITED BY SIZE
                  WS-CNT-SUPPRESSED DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           STRING "UYARI KURAL L:"  DELIMITED BY SIZE
                  WS-CNT-RULE-L     DELIMITED BY SIZE
                  " V:"            DELIMITED BY SIZE
                  WS-CNT-RULE-V     DELIMITED BY SIZE
                  " D:"            DELIMITED BY SIZE
                  WS-CNT-RULE-D     DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== MONCHK TOTALS ====="
           DISPLAY "OKUNAN JURNAL     : " WS-CNT-READ
           DISPLAY "SECILEN HAREKET   : " WS-CNT-SELECTED
           DISPLAY "UID SAYISI        : " WS-CNT-UIDS
           DISPLAY "IZLEMEDEKI UID    : " WS-CNT-WATCHED
           DISPLAY "UYARI             : " WS-CNT-ALERTS
           DISPLAY "BASTIRILAN UYARI  : " WS-CNT-SUPPRESSED
           IF WS-CNT-ALERTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE JRN-FILE.
           CLOSE IDX-FILE.
           CLOSE ALH-FILE.
           CLOSE ALR-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
