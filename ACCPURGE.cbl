       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCPURGE.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           STATUS ST-IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY.
           SELECT OPTIONAL CLA-FILE ASSIGN TO CLAFILE
                           STATUS ST-CLAFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CLA-KEY.
           SELECT OPTIONAL XRF-FILE ASSIGN TO XRFFILE
                           STATUS ST-XRFFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY XRF-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-JRNFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-PRMFILE.
           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS REG-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 IDX-REC.
       COPY IDXREC.

       FD CLA-FILE.
       01 CLA-REC.
       COPY CLAREC.

       FD XRF-FILE.
       01 XRF-REC.
       COPY XRFREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

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

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(130).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
       COPY PRMREC.

       FD  REG-FILE RECORDING MODE F.
       01  REG-REC.
       COPY REGREC.

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
           03 ST-CLAFILE              PIC 9(02).
              88 ST-CLAFILE-OK          VALUE 00 05 97.
           03 ST-XRFFILE              PIC 9(02).
              88 ST-XRFFILE-OK          VALUE 00 05 97.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
           03 WS-CUS-FOUND-SW         PIC X(01).
              88 CUS-FOUND               VALUE 'Y'.
           03 ST-JRNFILE              PIC 9(02).
              88 ST-JRNFILE-OK          VALUE 00.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 ST-PRMFILE              PIC 9(02).
              88 ST-PRMFILE-OK          VALUE 00.
              88 ST-PRMFILE-EOF         VALUE 10.
           03 REG-ST                  PIC 9(02).
              88 REG-SUCCESS             VALUE 00 05.
              88 REG-EOF                 VALUE 10.
           03 WS-REG-OPEN             PIC X(01) VALUE 'N'.
              88 REG-IS-OPEN             VALUE 'Y'.
           03 WS-RUN-NO               PIC 9(06) VALUE ZEROS.
           03 WS-MAX-RUN-NO           PIC 9(06) VALUE ZEROS.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-RUN-DATE-CYY         PIC 9(07) VALUE ZEROS.
           03 WS-RUN-ID.
              05 WS-RUN-ID-PGM        PIC X(02).
              05 WS-RUN-ID-SEQ        PIC 9(06).
           03 WS-CLSKEEP-SW           PIC X(01) VALUE 'N'.
              88 CLSKEEP-FOUND           VALUE 'Y'.
           03 WS-CLSKEEP-EFF          PIC 9(08) VALUE ZEROS.
           03 WS-PARM-MONTHS          PIC 9(03).
           03 WS-DATE-WORK.
              05 WS-DATE-NUM             PIC 9(08).
           03 WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
              05 WS-DT-YYYY              PIC 9(04).
              05 WS-DT-MM                PIC 9(02).
              05 WS-DT-DD                PIC 9(02).
           03 WS-CUTOFF-WORK.
              05 WS-CUTOFF-DATE          PIC 9(08).
           03 WS-CUTOFF-BREAKDOWN REDEFINES WS-CUTOFF-WORK.
              05 WS-CUT-YYYY             PIC 9(04).
              05 WS-CUT-MM               PIC 9(02).
              05 WS-CUT-DD               PIC 9(02).
           03 WS-TOT-MONTHS           PIC S9(07) COMP.
           03 WS-CUT-YEAR             PIC S9(05) COMP.
           03 WS-CLOSE-DATE           PIC 9(08).
           03 WS-ACTION               PIC X(40).
           03 WS-JRN-SEQ              PIC 9(07) VALUE ZEROS.
           03 WS-ID-DISP              PIC 9(05).
           03 WS-BAL-DISP             PIC -(15)9.
           03 WS-TOT-DISP             PIC -(17)9.
           03 WS-TOT-PURGED           PIC S9(17) VALUE ZEROS.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CLOSED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RETAINED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-PURGED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-SKIPPED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-FAILED           PIC 9(07) VALUE ZEROS.
       01 WS-IMG-BEFORE.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==WB==.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H070-REGISTER-RUN
           PERFORM H100-OPEN-FILES
           PERFORM H200-SCAN UNTIL ST-IDXFILE-EOF
           PERFORM H900-TRAILER
           PERFORM H950-REGISTER-END
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
           IF NOT BDT-DAY-OPEN
              DISPLAY "ACCPURGE IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
           COMPUTE WS-RUN-DATE-CYY = WS-RUN-DATE-YMD - 19000000.
       H040-END. EXIT.

       H050-GET-PARMS.
           OPEN INPUT PRM-FILE.
           IF NOT ST-PRMFILE-OK
              DISPLAY "ACCPURGE PRM-FILE OPEN ERROR: " ST-PRMFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE.
           PERFORM H060-SCAN-PARM UNTIL ST-PRMFILE-EOF.
           CLOSE PRM-FILE.
           IF NOT CLSKEEP-FOUND
              DISPLAY "ACCPURGE PARM EKSIK: CLSKEEP"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-PARM-MONTHS NOT NUMERIC
              OR WS-PARM-MONTHS = ZEROS
              OR WS-PARM-MONTHS > 120
              DISPLAY "ACCPURGE PARM HATALI: CLSKEEP " WS-PARM-MONTHS
                      " (1-120 AY OLMALI)"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-RUN-DATE-YMD TO WS-DATE-NUM.
           COMPUTE WS-TOT-MONTHS =
                   WS-DT-YYYY * 12 + WS-DT-MM - 1 - WS-PARM-MONTHS.
           COMPUTE WS-CUT-YEAR = WS-TOT-MONTHS / 12.
           COMPUTE WS-CUT-MM =
                   WS-TOT-MONTHS - WS-CUT-YEAR * 12 + 1.
           MOVE WS-CUT-YEAR TO WS-CUT-YYYY.
           MOVE WS-DT-DD TO WS-CUT-DD.
           DISPLAY "ACCPURGE KESIM TARIHI: " WS-CUTOFF-DATE.
       H050-END. EXIT.

       H060-SCAN-PARM.
           IF PRM-KEY = 'CLSKEEP '
              AND (NOT CLSKEEP-FOUND
                   OR PRM-EFF-DATE >= WS-CLSKEEP-EFF)
              MOVE 'Y' TO WS-CLSKEEP-SW
              MOVE PRM-EFF-DATE TO WS-CLSKEEP-EFF
              MOVE PRM-VALUE (1:3) TO WS-PARM-MONTHS
           END-IF.
           READ PRM-FILE.
       H060-END. EXIT.

       H070-REGISTER-RUN.
           OPEN INPUT REG-FILE.
           IF REG-SUCCESS
              READ REG-FILE
              PERFORM H080-SCAN-REGISTRY UNTIL REG-EOF
              CLOSE REG-FILE
           END-IF.
           COMPUTE WS-RUN-NO = WS-MAX-RUN-NO + 1.
           OPEN EXTEND REG-FILE.
           IF NOT REG-SUCCESS
              DISPLAY "REGFILE DOES NOT OPENED"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-REG-OPEN.
           MOVE 'AP' TO WS-RUN-ID-PGM.
           MOVE WS-RUN-NO TO WS-RUN-ID-SEQ.
           MOVE SPACES TO REG-REC.
           MOVE WS-RUN-NO TO REG-RUN-NO.
           MOVE 'S' TO REG-TYPE.
           MOVE 'ACCPURGE' TO REG-PGM.
           MOVE WS-RUN-DATE-YMD TO REG-DATE.
           MOVE WS-RUN-ID TO REG-RUNID.
           MOVE ZEROS TO REG-BATCH-CNT.
           MOVE ZEROS TO REG-BATCH-HASH.
           MOVE ZEROS TO REG-CNT-TOTAL.
           MOVE ZEROS TO REG-CNT-APPLIED.
           WRITE REG-REC.
           IF NOT REG-SUCCESS
              DISPLAY "REGFILE WRITE ERROR: " REG-ST
           END-IF.
           DISPLAY "ACCPURGE KOSU NO " WS-RUN-NO.
       H070-END. EXIT.

       H080-SCAN-REGISTRY.
           IF REG-RUN-NO NUMERIC AND REG-RUN-NO > WS-MAX-RUN-NO
              MOVE REG-RUN-NO TO WS-MAX-RUN-NO
           END-IF.
           READ REG-FILE.
       H080-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O IDX-FILE.
           IF NOT ST-IDXFILE-OK
              DISPLAY "IDX-FILE OPEN ERROR: " ST-IDXFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O CLA-FILE.
           IF NOT ST-CLAFILE-OK
              DISPLAY "CLA-FILE OPEN ERROR: " ST-CLAFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O XRF-FILE.
           IF NOT ST-XRFFILE-OK
              DISPLAY "XRF-FILE OPEN ERROR: " ST-XRFFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND JRN-FILE.
           IF NOT ST-JRNFILE-OK
              DISPLAY "JRN-FILE OPEN ERROR: " ST-JRNFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY "RPT-FILE OPEN ERROR: " RPT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE
           STRING "ACCPURGE KAPALI HESAP ARSIVLEME - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  " KOSU:" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           STRING "ETKIN PARAMETRELER - CLSKEEP:" DELIMITED BY SIZE
                  WS-PARM-MONTHS DELIMITED BY SIZE
                  " AY KESIM:" DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " (BU TARIHTEN ONCE KAPANANLAR ARSIVLENIR)"
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           PERFORM H150-READ-NEXT.
       H100-END. EXIT.

       H150-READ-NEXT.
           READ IDX-FILE NEXT RECORD.
           IF NOT ST-IDXFILE-OK AND NOT ST-IDXFILE-EOF
              DISPLAY "IDX-FILE READ ERROR: " ST-IDXFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H200-SCAN.
           ADD 1 TO WS-CNT-READ
           IF IDX-EXC = 999
              ADD 1 TO WS-CNT-CLOSED
              COMPUTE WS-CLOSE-DATE = IDX-MNT-DATE + 19000000
              IF WS-CLOSE-DATE < WS-CUTOFF-DATE
                 IF IDX-BALANCE NOT = ZEROS
                    ADD 1 TO WS-CNT-SKIPPED
                    MOVE "ATLANDI - BAKIYE SIFIR DEGIL" TO WS-ACTION
                    PERFORM H400-WRITE-RPT
                 ELSE
                    PERFORM H300-PURGE
                 END-IF
              ELSE
                 ADD 1 TO WS-CNT-RETAINED
              END-IF
           END-IF.
           PERFORM H150-READ-NEXT.
       H200-END. EXIT.

       H300-PURGE.
           MOVE IDX-REC TO WS-IMG-BEFORE.
           MOVE IDX-ID TO CLA-UID.
           MOVE IDX-ACCT TO CLA-ACCT.
           MOVE WS-CLOSE-DATE TO CLA-CLOSE-DATE.
           MOVE IDX-ACCT-TYPE TO CLA-ACCT-TYPE.
           MOVE IDX-NAME TO CLA-NAME.
           MOVE IDX-SURNAME TO CLA-SURNAME.
           MOVE IDX-DATE TO CLA-DATE.
           MOVE IDX-BALANCE TO CLA-BALANCE.
           MOVE IDX-OD-LIMIT TO CLA-OD-LIMIT.
           MOVE IDX-MNT-RUN TO CLA-CLOSE-RUN.
           MOVE WS-RUN-DATE-YMD TO CLA-PURGE-DATE.
           MOVE WS-RUN-ID TO CLA-PURGE-RUN.
           WRITE CLA-REC
           INVALID KEY
              ADD 1 TO WS-CNT-FAILED
              MOVE "HATA - ARSIV KAYDI ZATEN MEVCUT" TO WS-ACTION
              PERFORM H400-WRITE-RPT
           NOT INVALID KEY
              DELETE IDX-FILE
              IF ST-IDXFILE-OK
                 PERFORM H310-PURGE-JOURNAL
                 PERFORM H320-XRF-DELETE
                 ADD 1 TO WS-CNT-PURGED
                 ADD WB-BALANCE TO WS-TOT-PURGED
                 MOVE "ARSIVLENDI" TO WS-ACTION
              ELSE
                 DELETE CLA-FILE
                 ADD 1 TO WS-CNT-FAILED
                 MOVE "HATA - MASTER KAYIT SILINEMEDI" TO WS-ACTION
              END-IF
              PERFORM H400-WRITE-RPT
           END-WRITE.
       H300-END. EXIT.

       H310-PURGE-JOURNAL.
           MOVE WS-RUN-DATE-CYY TO IDX-MNT-DATE.
           MOVE 'D' TO IDX-MNT-OPRT.
           MOVE WS-RUN-ID TO IDX-MNT-RUN.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN-SEQ.
           MOVE WS-RUN-DATE-YMD TO JRN-RUN-DATE.
           MOVE 'D' TO JRN-OPRT.
           MOVE CLA-UID TO JRN-UID.
           MOVE CLA-ACCT TO JRN-ACCT.
           MOVE WS-IMG-BEFORE TO JRN-BEFORE.
           MOVE IDX-REC TO JRN-AFTER.
           MOVE SPACES TO JRN-TRF.
           WRITE JRN-REC.
           IF NOT ST-JRNFILE-OK
              DISPLAY "JRN-FILE WRITE ERROR: " ST-JRNFILE
           END-IF.
       H310-END. EXIT.

       H320-XRF-DELETE.
           MOVE 'Y' TO WS-CUS-FOUND-SW.
           MOVE WB-ID TO CUS-UID.
           READ CUS-FILE KEY CUS-KEY
           INVALID KEY
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-READ.
           IF NOT ST-CUSFILE-OK
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-IF.
           IF CUS-FOUND
              MOVE CUS-SURNAME TO XRF-SURNAME
              MOVE CUS-NAME TO XRF-NAME
           ELSE
              MOVE WB-SURNAME TO XRF-SURNAME
              MOVE WB-NAME TO XRF-NAME
           END-IF.
           MOVE WB-ID TO XRF-UID.
           MOVE WB-ACCT TO XRF-ACCT.
           DELETE XRF-FILE
           INVALID KEY
              IF CUS-FOUND
                 PERFORM H325-XRF-DELETE-ACCT
              ELSE
                 DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
              END-IF
           END-DELETE.
       H320-END. EXIT.

       H325-XRF-DELETE-ACCT.
           MOVE WB-SURNAME TO XRF-SURNAME.
           MOVE WB-NAME TO XRF-NAME.
           MOVE WB-ID TO XRF-UID.
           MOVE WB-ACCT TO XRF-ACCT.
           DELETE XRF-FILE
           INVALID KEY
              DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
           END-DELETE.
       H325-END. EXIT.

       H400-WRITE-RPT.
           MOVE IDX-ID TO WS-ID-DISP
           MOVE IDX-BALANCE TO WS-BAL-DISP
           MOVE SPACES TO RPT-LINE
           STRING WS-ID-DISP      DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  IDX-ACCT        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IDX-NAME        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IDX-SURNAME     DELIMITED BY SIZE
                  " KAPANIS:"     DELIMITED BY SIZE
                  WS-CLOSE-DATE   DELIMITED BY SIZE
                  " BAKIYE:"      DELIMITED BY SIZE
                  WS-BAL-DISP     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-ACTION       DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
       H400-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"       DELIMITED BY SIZE
                  WS-CNT-READ      DELIMITED BY SIZE
                  " KAPALI:"      DELIMITED BY SIZE
                  WS-CNT-CLOSED    DELIMITED BY SIZE
                  " SURESI DOLMAYAN:" DELIMITED BY SIZE
                  WS-CNT-RETAINED  DELIMITED BY SIZE
                  " ARSIVLENEN:"  DELIMITED BY SIZE
                  WS-CNT-PURGED    DELIMITED BY SIZE
                  " ATLANAN:"     DELIMITED BY SIZE
                  WS-CNT-SKIPPED   DELIMITED BY SIZE
                  " HATALI:"      DELIMITED BY SIZE
                  WS-CNT-FAILED    DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE WS-TOT-PURGED TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING "ARSIVLENEN BAKIYE TOPLAMI:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-DISP) DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           IF WS-CNT-SKIPPED > ZEROS OR WS-CNT-FAILED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "===== ACCPURGE TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "KAPALI HESAP      : " WS-CNT-CLOSED
           DISPLAY "SURESI DOLMAYAN   : " WS-CNT-RETAINED
           DISPLAY "ARSIVLENEN        : " WS-CNT-PURGED
           DISPLAY "ATLANAN (BAKIYE)  : " WS-CNT-SKIPPED
           DISPLAY "HATALI            : " WS-CNT-FAILED.
       H900-END. EXIT.

       H950-REGISTER-END.
           IF REG-IS-OPEN
              MOVE SPACES TO REG-REC
              MOVE WS-RUN-NO TO REG-RUN-NO
              MOVE 'E' TO REG-TYPE
              MOVE 'ACCPURGE' TO REG-PGM
              MOVE WS-RUN-DATE-YMD TO REG-DATE
              MOVE WS-RUN-ID TO REG-RUNID
              MOVE ZEROS TO REG-BATCH-CNT
              MOVE ZEROS TO REG-BATCH-HASH
              MOVE WS-CNT-CLOSED TO REG-CNT-TOTAL
              MOVE WS-CNT-PURGED TO REG-CNT-APPLIED
              WRITE REG-REC
              CLOSE REG-FILE
              MOVE 'N' TO WS-REG-OPEN
           END-IF.
       H950-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CLA-FILE.
           CLOSE XRF-FILE.
           CLOSE CUS-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
           IF REG-IS-OPEN
              CLOSE REG-FILE
           END-IF.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
