       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSAGE.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUS-FILE ASSIGN TO SUSFILE
                           STATUS ST-SUSFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY SUS-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD SUS-FILE.
       01 SUS-REC.
       COPY SUSREC.

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
           03 ST-SUSFILE              PIC 9(02).
              88 ST-SUSFILE-OK          VALUE 00 05 97.
              88 ST-SUSFILE-EOF         VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-AGE-DAYS             PIC S9(07) COMP-3.
           03 WS-AGE-DISP             PIC Z(6)9.
           03 WS-BAND                 PIC 9(01).
           03 WS-BAND-IDX             PIC 9(01).
           03 WS-STAT-IDX             PIC 9(01).
           03 WS-GRP-KEY.
              05 WS-GRP-KEY-SRC          PIC X(01).
              05 WS-GRP-KEY-TEXT         PIC X(40).
           03 WS-GRP-IDX              PIC 9(03).
           03 WS-GRP-HIT              PIC 9(03).
           03 WS-GRP-CNT              PIC 9(03) VALUE ZEROS.
           03 WS-GRP-MAX              PIC 9(03) VALUE 200.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-OPEN             PIC 9(07) VALUE ZEROS.
           03 WS-ROW-TOTAL            PIC 9(07).
           03 WS-N1                   PIC Z(6)9.
           03 WS-N2                   PIC Z(6)9.
           03 WS-N3                   PIC Z(6)9.
           03 WS-N4                   PIC Z(6)9.
           03 WS-N5                   PIC Z(6)9.
           03 WS-NT                   PIC Z(6)9.
       01 WS-BAND-NAMES.
           03 FILLER                  PIC X(07) VALUE '    0-1'.
           03 FILLER                  PIC X(07) VALUE '    2-7'.
           03 FILLER                  PIC X(07) VALUE '   8-30'.
           03 FILLER                  PIC X(07) VALUE '  31-90'.
           03 FILLER                  PIC X(07) VALUE '    91+'.
       01 WS-BAND-NAME-TAB REDEFINES WS-BAND-NAMES.
           03 WS-BAND-NAME            PIC X(07) OCCURS 5 TIMES.
       01 WS-STAT-TABLE.
           03 WS-STAT-ROW OCCURS 3 TIMES.
              05 WS-STAT-BAND-CNT     PIC 9(07) OCCURS 5 TIMES.
       01 WS-TOT-ROW.
           03 WS-TOT-BAND-CNT         PIC 9(07) OCCURS 5 TIMES.
       01 WS-GRP-TABLE.
           03 WS-GRP-ROW OCCURS 200 TIMES.
              05 WS-GRP-ROW-KEY       PIC X(41).
              05 WS-GRP-BAND-CNT      PIC 9(07) OCCURS 5 TIMES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-SUSFILE-EOF
           PERFORM H600-PRINT-STATUS-BANDS
           PERFORM H700-PRINT-REASON-BANDS
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
           INITIALIZE WS-STAT-TABLE.
           INITIALIZE WS-TOT-ROW.
           INITIALIZE WS-GRP-TABLE.
           OPEN INPUT SUS-FILE.
           IF NOT ST-SUSFILE-OK
              DISPLAY "SUS-FILE OPEN ERROR: " ST-SUSFILE
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
           STRING "SUSAGE ACIK ASKI KAYITLARI YASLANDIRMA RAPORU - "
                  DELIMITED BY SIZE
                  "TARIH:" DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           MOVE "ACIK KAYITLAR (GUN = ILK HATA TARIHINDEN BU YANA)"
                TO RPT-LINE
           WRITE RPT-REC.
           PERFORM H150-READ-NEXT.
       H100-END. EXIT.

       H150-READ-NEXT.
           READ SUS-FILE NEXT RECORD.
           IF NOT ST-SUSFILE-OK AND NOT ST-SUSFILE-EOF
              DISPLAY "SUS-FILE READ ERROR: " ST-SUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           IF SUS-OUTSTANDING
              PERFORM H300-AGE-ITEM
           END-IF.
           PERFORM H150-READ-NEXT.
       H200-END. EXIT.

       H300-AGE-ITEM.
           ADD 1 TO WS-CNT-OPEN.
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD)
                 - FUNCTION INTEGER-OF-DATE (SUS-FIRST-DATE).
           EVALUATE TRUE
                WHEN WS-AGE-DAYS NOT > 1
                     MOVE 1 TO WS-BAND
                WHEN WS-AGE-DAYS NOT > 7
                     MOVE 2 TO WS-BAND
                WHEN WS-AGE-DAYS NOT > 30
                     MOVE 3 TO WS-BAND
                WHEN WS-AGE-DAYS NOT > 90
                     MOVE 4 TO WS-BAND
                WHEN OTHER
                     MOVE 5 TO WS-BAND
           END-EVALUATE.
           EVALUATE TRUE
                WHEN SUS-OPEN
                     MOVE 1 TO WS-STAT-IDX
                WHEN SUS-REPAIRED
                     MOVE 2 TO WS-STAT-IDX
                WHEN OTHER
                     MOVE 3 TO WS-STAT-IDX
           END-EVALUATE.
           ADD 1 TO WS-STAT-BAND-CNT (WS-STAT-IDX, WS-BAND).
           ADD 1 TO WS-TOT-BAND-CNT (WS-BAND).
           PERFORM H400-COUNT-REASON.
           PERFORM H500-WRITE-DETAIL.
       H300-END. EXIT.

       H400-COUNT-REASON.
           MOVE SPACES TO WS-GRP-KEY.
           MOVE SUS-SOURCE TO WS-GRP-KEY-SRC.
           IF SUS-SRC-OUTPUT
              STRING "FINALSUB RC:" DELIMITED BY SIZE
                     SUS-RC DELIMITED BY SIZE
                     INTO WS-GRP-KEY-TEXT
           ELSE
              MOVE SUS-REASON TO WS-GRP-KEY-TEXT
           END-IF.
           MOVE ZEROS TO WS-GRP-HIT.
           PERFORM H410-FIND-GROUP
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-CNT
                      OR WS-GRP-HIT NOT = ZEROS.
           IF WS-GRP-HIT = ZEROS
              IF WS-GRP-CNT < WS-GRP-MAX - 1
                 ADD 1 TO WS-GRP-CNT
                 MOVE WS-GRP-CNT TO WS-GRP-HIT
                 MOVE WS-GRP-KEY TO WS-GRP-ROW-KEY (WS-GRP-HIT)
              ELSE
                 MOVE WS-GRP-MAX TO WS-GRP-HIT
                 MOVE WS-GRP-MAX TO WS-GRP-CNT
                 MOVE "*DIGER NEDENLER" TO WS-GRP-ROW-KEY (WS-GRP-HIT)
              END-IF
           END-IF.
           ADD 1 TO WS-GRP-BAND-CNT (WS-GRP-HIT, WS-BAND).
       H400-END. EXIT.

       H410-FIND-GROUP.
           IF WS-GRP-ROW-KEY (WS-GRP-IDX) = WS-GRP-KEY
              MOVE WS-GRP-IDX TO WS-GRP-HIT
           END-IF.
       H410-END. EXIT.

       H500-WRITE-DETAIL.
           MOVE WS-AGE-DAYS TO WS-AGE-DISP.
           MOVE SPACES TO RPT-LINE.
           STRING SUS-NO DELIMITED BY SIZE
                  " DURUM:" DELIMITED BY SIZE
                  SUS-STATUS DELIMITED BY SIZE
                  " KAYNAK:" DELIMITED BY SIZE
                  SUS-SOURCE DELIMITED BY SIZE
                  " RC:" DELIMITED BY SIZE
                  SUS-RC DELIMITED BY SIZE
                  " ILK:" DELIMITED BY SIZE
                  SUS-FIRST-DATE DELIMITED BY SIZE
                  " GUN:" DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-INP-IMAGE (1:16) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SUS-REASON) DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H500-END. EXIT.

       H600-PRINT-STATUS-BANDS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE "DURUMA GORE YAS DAGILIMI" TO RPT-LINE
           WRITE RPT-REC
           PERFORM H650-BAND-HEADER
           PERFORM H610-STATUS-ROW
                   VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 3.
           MOVE WS-TOT-BAND-CNT (1) TO WS-N1.
           MOVE WS-TOT-BAND-CNT (2) TO WS-N2.
           MOVE WS-TOT-BAND-CNT (3) TO WS-N3.
           MOVE WS-TOT-BAND-CNT (4) TO WS-N4.
           MOVE WS-TOT-BAND-CNT (5) TO WS-N5.
           MOVE WS-CNT-OPEN TO WS-NT.
           MOVE SPACES TO RPT-LINE.
           MOVE "TOPLAM" TO RPT-LINE (1:41).
           PERFORM H660-BAND-COLUMNS.
       H600-END. EXIT.

       H610-STATUS-ROW.
           MOVE WS-STAT-BAND-CNT (WS-STAT-IDX, 1) TO WS-N1.
           MOVE WS-STAT-BAND-CNT (WS-STAT-IDX, 2) TO WS-N2.
           MOVE WS-STAT-BAND-CNT (WS-STAT-IDX, 3) TO WS-N3.
           MOVE WS-STAT-BAND-CNT (WS-STAT-IDX, 4) TO WS-N4.
           MOVE WS-STAT-BAND-CNT (WS-STAT-IDX, 5) TO WS-N5.
           COMPUTE WS-ROW-TOTAL = WS-STAT-BAND-CNT (WS-STAT-IDX, 1)
                                + WS-STAT-BAND-CNT (WS-STAT-IDX, 2)
                                + WS-STAT-BAND-CNT (WS-STAT-IDX, 3)
                                + WS-STAT-BAND-CNT (WS-STAT-IDX, 4)
                                + WS-STAT-BAND-CNT (WS-STAT-IDX, 5).
           MOVE WS-ROW-TOTAL TO WS-NT.
           MOVE SPACES TO RPT-LINE.
           EVALUATE WS-STAT-IDX
                WHEN 1
                     MOVE "O ACIK" TO RPT-LINE (1:41)
                WHEN 2
                     MOVE "P ONARILDI - GONDERIM BEKLIYOR"
                          TO RPT-LINE (1:41)
                WHEN OTHER
                     MOVE "S GONDERILDI - SONUC BEKLIYOR"
                          TO RPT-LINE (1:41)
           END-EVALUATE.
           PERFORM H660-BAND-COLUMNS.
       H610-END. EXIT.

       H650-BAND-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "GUN                                      "
                  DELIMITED BY SIZE
                  WS-BAND-NAME (1) DELIMITED BY SIZE
                  WS-BAND-NAME (2) DELIMITED BY SIZE
                  WS-BAND-NAME (3) DELIMITED BY SIZE
                  WS-BAND-NAME (4) DELIMITED BY SIZE
                  WS-BAND-NAME (5) DELIMITED BY SIZE
                  "  TOPLAM" DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H650-END. EXIT.

       H660-BAND-COLUMNS.
           STRING WS-N1 DELIMITED BY SIZE
                  WS-N2 DELIMITED BY SIZE
                  WS-N3 DELIMITED BY SIZE
                  WS-N4 DELIMITED BY SIZE
                  WS-N5 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NT DELIMITED BY SIZE
                  INTO RPT-LINE (42:50).
           WRITE RPT-REC.
       H660-END. EXIT.

       H700-PRINT-REASON-BANDS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE "HATA NEDENINE GORE YAS DAGILIMI (KAYNAK + NEDEN)"
                TO RPT-LINE
           WRITE RPT-REC
           PERFORM H650-BAND-HEADER
           PERFORM H710-REASON-ROW
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-CNT.
       H700-END. EXIT.

       H710-REASON-ROW.
           MOVE WS-GRP-BAND-CNT (WS-GRP-IDX, 1) TO WS-N1.
           MOVE WS-GRP-BAND-CNT (WS-GRP-IDX, 2) TO WS-N2.
           MOVE WS-GRP-BAND-CNT (WS-GRP-IDX, 3) TO WS-N3.
           MOVE WS-GRP-BAND-CNT (WS-GRP-IDX, 4) TO WS-N4.
           MOVE WS-GRP-BAND-CNT (WS-GRP-IDX, 5) TO WS-N5.
           COMPUTE WS-ROW-TOTAL = WS-GRP-BAND-CNT (WS-GRP-IDX, 1)
                                + WS-GRP-BAND-CNT (WS-GRP-IDX, 2)
                                + WS-GRP-BAND-CNT (WS-GRP-IDX, 3)
                                + WS-GRP-BAND-CNT (WS-GRP-IDX, 4)
                                + WS-GRP-BAND-CNT (WS-GRP-IDX, 5).
           MOVE WS-ROW-TOTAL TO WS-NT.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-GRP-ROW-KEY (WS-GRP-IDX) TO RPT-LINE (1:41).
           PERFORM H660-BAND-COLUMNS.
       H710-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " ACIK:"         DELIMITED BY SIZE
                  WS-CNT-OPEN       DELIMITED BY SIZE
                  " NEDEN GRUBU:"  DELIMITED BY SIZE
                  WS-GRP-CNT        DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== SUSAGE TOTALS ====="
           DISPLAY "OKUNAN ASKI KAYDI : " WS-CNT-READ
           DISPLAY "ACIK ASKI KAYDI   : " WS-CNT-OPEN.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE SUS-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
