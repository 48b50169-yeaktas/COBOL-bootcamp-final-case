       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSRSUB.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUS-FILE ASSIGN TO SUSFILE
                           STATUS ST-SUSFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY SUS-KEY.
           SELECT OPTIONAL TDY-FILE ASSIGN TO TDYFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS TDY-ST.
           SELECT NXT-FILE ASSIGN TO NXTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS NXT-ST.
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

       FD  TDY-FILE RECORDING MODE F.
       01  TDY-REC.
           05 TDY-DATA             PIC X(79).

       FD  NXT-FILE RECORDING MODE F.
       01  NXT-REC.
           05 NXT-DATA             PIC X(79).

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
           03 TDY-ST                  PIC 9(02).
              88 TDY-SUCCESS             VALUE 00 05.
              88 TDY-EOF                 VALUE 10.
           03 NXT-ST                  PIC 9(02).
              88 NXT-SUCCESS             VALUE 00.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-CNT-SUS-READ         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RESUBMITTED      PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RESENT           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-TODAY            PIC 9(07) VALUE ZEROS.
           03 WS-CNT-WRITTEN          PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-RESUBMIT UNTIL ST-SUSFILE-EOF
           PERFORM H300-COPY-TODAY UNTIL TDY-EOF
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
           IF NOT BDT-DAY-OPEN
              DISPLAY "SUSRSUB IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O SUS-FILE.
           IF NOT ST-SUSFILE-OK
              DISPLAY "SUS-FILE OPEN ERROR: " ST-SUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDY-FILE.
           IF NOT TDY-SUCCESS
              DISPLAY "TDY-FILE OPEN ERROR: " TDY-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT NXT-FILE.
           IF NOT NXT-SUCCESS
              DISPLAY "NXT-FILE OPEN ERROR: " NXT-ST
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
           STRING "SUSRSUB ASKI KAYDI YENIDEN GONDERIM RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           PERFORM H150-READ-NEXT-SUS.
           READ TDY-FILE.
       H100-END. EXIT.

       H150-READ-NEXT-SUS.
           READ SUS-FILE NEXT RECORD.
           IF NOT ST-SUSFILE-OK AND NOT ST-SUSFILE-EOF
              DISPLAY "SUS-FILE READ ERROR: " ST-SUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H200-RESUBMIT.
           ADD 1 TO WS-CNT-SUS-READ
           IF SUS-RESUBMITTED AND SUS-RESUB-DATE = WS-RUN-DATE-YMD
              PERFORM H210-WRITE-NXT
              ADD 1 TO WS-CNT-RESENT
              MOVE SPACES TO RPT-LINE
              STRING SUS-NO DELIMITED BY SIZE
                     " TEKRAR YAZILDI KAYNAK:" DELIMITED BY SIZE
                     SUS-SOURCE DELIMITED BY SIZE
                     " ONARAN:" DELIMITED BY SIZE
                     SUS-REPAIR-USER DELIMITED BY SIZE
                     " SAYI:" DELIMITED BY SIZE
                     SUS-RESUB-CNT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SUS-INP-IMAGE DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
           IF SUS-REPAIRED
              PERFORM H210-WRITE-NXT
              ADD 1 TO WS-CNT-RESUBMITTED
              MOVE 'S' TO SUS-STATUS
              MOVE WS-RUN-DATE-YMD TO SUS-RESUB-DATE
              IF SUS-RESUB-CNT < 999
                 ADD 1 TO SUS-RESUB-CNT
              END-IF
              REWRITE SUS-REC
              IF NOT ST-SUSFILE-OK
                 DISPLAY "SUS-FILE REWRITE ERROR: " ST-SUSFILE
                         " ASKI " SUS-NO
              END-IF
              MOVE SPACES TO RPT-LINE
              STRING SUS-NO DELIMITED BY SIZE
                     " GONDERILDI KAYNAK:" DELIMITED BY SIZE
                     SUS-SOURCE DELIMITED BY SIZE
                     " ONARAN:" DELIMITED BY SIZE
                     SUS-REPAIR-USER DELIMITED BY SIZE
                     " SAYI:" DELIMITED BY SIZE
                     SUS-RESUB-CNT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SUS-INP-IMAGE DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
           PERFORM H150-READ-NEXT-SUS.
       H200-END. EXIT.

       H210-WRITE-NXT.
           MOVE SUS-INP-IMAGE TO NXT-DATA.
           WRITE NXT-REC.
           IF NOT NXT-SUCCESS
              DISPLAY "NXT-FILE WRITE ERROR: " NXT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CNT-WRITTEN.
       H210-END. EXIT.

       H300-COPY-TODAY.
           ADD 1 TO WS-CNT-TODAY
           MOVE TDY-DATA TO NXT-DATA
           WRITE NXT-REC
           IF NOT NXT-SUCCESS
              DISPLAY "NXT-FILE WRITE ERROR: " NXT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CNT-WRITTEN
           READ TDY-FILE.
       H300-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "ASKI OKUNAN:"   DELIMITED BY SIZE
                  WS-CNT-SUS-READ   DELIMITED BY SIZE
                  " YENIDEN GONDERILEN:" DELIMITED BY SIZE
                  WS-CNT-RESUBMITTED DELIMITED BY SIZE
                  " TEKRAR:"       DELIMITED BY SIZE
                  WS-CNT-RESENT     DELIMITED BY SIZE
                  " GUNLUK GIRIS:" DELIMITED BY SIZE
                  WS-CNT-TODAY      DELIMITED BY SIZE
                  " YAZILAN:"      DELIMITED BY SIZE
                  WS-CNT-WRITTEN    DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== SUSRSUB TOTALS ====="
           DISPLAY "ASKI OKUNAN       : " WS-CNT-SUS-READ
           DISPLAY "YENIDEN GONDERILEN: " WS-CNT-RESUBMITTED
           DISPLAY "TEKRAR YAZILAN    : " WS-CNT-RESENT
           DISPLAY "GUNLUK GIRIS      : " WS-CNT-TODAY
           DISPLAY "YAZILAN TOPLAM    : " WS-CNT-WRITTEN.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE SUS-FILE.
           CLOSE TDY-FILE.
           CLOSE NXT-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
