       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSRPR.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRP-FILE ASSIGN TO SRPFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS SRP-ST.
           SELECT SUS-FILE ASSIGN TO SUSFILE
                           STATUS ST-SUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY SUS-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SRP-FILE RECORDING MODE F.
       01  SRP-REC.
           05 SRP-SUS-NO           PIC 9(08).
           05 SRP-ACTION           PIC X(01).
              88 SRP-FIX              VALUE 'F'.
              88 SRP-WRITE-OFF        VALUE 'W'.
           05 SRP-USER             PIC X(08).
           05 SRP-FIELD            PIC X(08).
           05 SRP-VALUE            PIC X(79).
           05 SRP-TEXT             PIC X(40).

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
           03 SRP-ST                  PIC 9(02).
              88 SRP-SUCCESS             VALUE 00.
              88 SRP-EOF                 VALUE 10.
           03 ST-SUSFILE              PIC 9(02).
              88 ST-SUSFILE-OK          VALUE 00 97.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-REASON               PIC X(40).
           03 WS-RESULT               PIC X(12).
           03 WS-OLD-IMAGE            PIC X(79).
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-FIXED            PIC 9(07) VALUE ZEROS.
           03 WS-CNT-WRITTEN-OFF      PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
       01 WS-REP-IMAGE.
           03 WS-REP-OPRT             PIC X(01).
           03 WS-REP-UID              PIC 9(05).
           03 WS-REP-ACCT             PIC 9(02).
           03 WS-REP-ACCT-TYPE        PIC X(01).
           03 WS-REP-NAME             PIC X(15).
           03 WS-REP-SURNAME          PIC X(15).
           03 WS-REP-DATE             PIC 9(07).
           03 WS-REP-BALANCE          PIC S9(15).
           03 WS-REP-EXC              PIC S9(03).
           03 WS-REP-ODLIM            PIC S9(15).
       01 WS-REP-TRF REDEFINES WS-REP-IMAGE.
           03 FILLER                  PIC X(09).
           03 WS-REP-TO-UID           PIC 9(05).
           03 WS-REP-TO-ACCT          PIC 9(02).
           03 FILLER                  PIC X(63).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL SRP-EOF
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
           OPEN INPUT SRP-FILE.
           IF NOT SRP-SUCCESS
              DISPLAY "SRP-FILE OPEN ERROR: " SRP-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O SUS-FILE.
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
           STRING "SUSRPR ASKI KAYDI ONARIM RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ SRP-FILE.
           IF NOT SRP-SUCCESS AND NOT SRP-EOF
              DISPLAY "SRP-FILE READ ERROR: " SRP-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
                WHEN SRP-SUS-NO NOT NUMERIC
                     MOVE "ASKI NO NUMERIK DEGIL" TO WS-REASON
                WHEN NOT SRP-FIX AND NOT SRP-WRITE-OFF
                     MOVE "GECERSIZ ISLEM KODU (SRP-ACTION)"
                          TO WS-REASON
                WHEN SRP-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (SRP-USER)"
                          TO WS-REASON
                WHEN SRP-WRITE-OFF AND SRP-TEXT = SPACES
                     MOVE "ZARAR YAZMA NEDENI EKSIK (SRP-TEXT)"
                          TO WS-REASON
                WHEN OTHER
                     PERFORM H300-READ-SUSPENSE
           END-EVALUATE.
           IF WS-REASON = SPACES
              IF SRP-FIX
                 PERFORM H400-FIX
              ELSE
                 PERFORM H500-WRITE-OFF
              END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              MOVE "REDDEDILDI" TO WS-RESULT
           END-IF.
           PERFORM H800-WRITE-RPT.
           READ SRP-FILE.
       H200-END. EXIT.

       H300-READ-SUSPENSE.
           MOVE SRP-SUS-NO TO SUS-NO.
           READ SUS-FILE KEY SUS-KEY
           INVALID KEY
              MOVE "ASKI KAYDI BULUNAMADI" TO WS-REASON
           NOT INVALID KEY
              IF NOT SUS-OPEN AND NOT SUS-REPAIRED
                 STRING "ASKI KAYDI ACIK DEGIL (DURUM:"
                        DELIMITED BY SIZE
                        SUS-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-REASON
              END-IF
           END-READ.
       H300-END. EXIT.

       H400-FIX.
           MOVE SUS-INP-IMAGE TO WS-OLD-IMAGE.
           MOVE SUS-INP-IMAGE TO WS-REP-IMAGE.
           EVALUATE SRP-FIELD
                WHEN 'OPRT    '
                     MOVE SRP-VALUE (1:1) TO WS-REP-OPRT
                WHEN 'UID     '
                     MOVE SRP-VALUE (1:5) TO WS-REP-IMAGE (2:5)
                     IF WS-REP-UID NOT NUMERIC
                        MOVE "UID NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'ACCT    '
                     MOVE SRP-VALUE (1:2) TO WS-REP-IMAGE (7:2)
                     IF WS-REP-ACCT NOT NUMERIC
                        MOVE "HESAP NO NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'ACCTTYPE'
                     MOVE SRP-VALUE (1:1) TO WS-REP-ACCT-TYPE
                WHEN 'NAME    '
                     MOVE SRP-VALUE (1:15) TO WS-REP-NAME
                WHEN 'SURNAME '
                     MOVE SRP-VALUE (1:15) TO WS-REP-SURNAME
                WHEN 'DATE    '
                     MOVE SRP-VALUE (1:7) TO WS-REP-IMAGE (40:7)
                     IF WS-REP-DATE NOT NUMERIC
                        MOVE "TARIH NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'BALANCE '
                     MOVE SRP-VALUE (1:15) TO WS-REP-IMAGE (47:15)
                     IF WS-REP-BALANCE NOT NUMERIC
                        MOVE "BAKIYE NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'EXC     '
                     MOVE SRP-VALUE (1:3) TO WS-REP-IMAGE (62:3)
                     IF WS-REP-EXC NOT NUMERIC
                        MOVE "ISTISNA NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'ODLIM   '
                     MOVE SRP-VALUE (1:15) TO WS-REP-IMAGE (65:15)
                     IF WS-REP-ODLIM NOT NUMERIC
                        MOVE "KMH LIMITI NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'TOUID   '
                     MOVE SRP-VALUE (1:5) TO WS-REP-IMAGE (10:5)
                     IF WS-REP-TO-UID NOT NUMERIC
                        MOVE "ALACAKLI UID NUMERIK DEGIL" TO WS-REASON
                     END-IF
                WHEN 'TOACCT  '
                     MOVE SRP-VALUE (1:2) TO WS-REP-IMAGE (15:2)
                     IF WS-REP-TO-ACCT NOT NUMERIC
                        MOVE "ALACAKLI HESAP NUMERIK DEGIL"
                             TO WS-REASON
                     END-IF
                WHEN 'IMAGE   '
                     MOVE SRP-VALUE TO WS-REP-IMAGE
                WHEN OTHER
                     MOVE "GECERSIZ ALAN ADI (SRP-FIELD)" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
              MOVE WS-REP-IMAGE TO SUS-INP-IMAGE
              MOVE 'P' TO SUS-STATUS
              MOVE SRP-USER TO SUS-REPAIR-USER
              MOVE WS-RUN-DATE-YMD TO SUS-REPAIR-DATE
              REWRITE SUS-REC
              INVALID KEY
                 MOVE "ASKI KAYDI GUNCELLENEMEDI" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-FIXED
                 MOVE "DUZELTILDI" TO WS-RESULT
              END-REWRITE
           END-IF.
       H400-END. EXIT.

       H500-WRITE-OFF.
           MOVE 'W' TO SUS-STATUS.
           MOVE SRP-USER TO SUS-REPAIR-USER.
           MOVE WS-RUN-DATE-YMD TO SUS-REPAIR-DATE.
           MOVE WS-RUN-DATE-YMD TO SUS-CLOSE-DATE.
           MOVE SRP-TEXT TO SUS-CLOSE-TEXT.
           REWRITE SUS-REC
           INVALID KEY
              MOVE "ASKI KAYDI GUNCELLENEMEDI" TO WS-REASON
           NOT INVALID KEY
              ADD 1 TO WS-CNT-WRITTEN-OFF
              MOVE "ZARAR YAZILDI" TO WS-RESULT
           END-REWRITE.
       H500-END. EXIT.

       H800-WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           STRING SRP-SUS-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRP-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  " KULL:" DELIMITED BY SIZE
                  SRP-USER DELIMITED BY SIZE
                  INTO RPT-LINE.
           IF WS-REASON NOT = SPACES
              MOVE SPACES TO RPT-LINE (40:91)
              STRING " NEDEN: " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                     INTO RPT-LINE (40:91)
              WRITE RPT-REC
           ELSE
              IF SRP-FIX
                 STRING " ALAN:" DELIMITED BY SIZE
                        SRP-FIELD DELIMITED BY SIZE
                        INTO RPT-LINE (40:91)
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-LINE
                 STRING "         ONCE : " DELIMITED BY SIZE
                        WS-OLD-IMAGE DELIMITED BY SIZE
                        INTO RPT-LINE
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-LINE
                 STRING "         SONRA: " DELIMITED BY SIZE
                        SUS-INP-IMAGE DELIMITED BY SIZE
                        INTO RPT-LINE
                 WRITE RPT-REC
              ELSE
                 STRING " NEDEN: " DELIMITED BY SIZE
                        SRP-TEXT DELIMITED BY SIZE
                        INTO RPT-LINE (40:91)
                 WRITE RPT-REC
              END-IF
           END-IF.
       H800-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " DUZELTILEN:"   DELIMITED BY SIZE
                  WS-CNT-FIXED      DELIMITED BY SIZE
                  " ZARAR YAZILAN:" DELIMITED BY SIZE
                  WS-CNT-WRITTEN-OFF DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== SUSRPR TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "DUZELTILEN        : " WS-CNT-FIXED
           DISPLAY "ZARAR YAZILAN     : " WS-CNT-WRITTEN-OFF
           DISPLAY "REDDEDILEN        : " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE SRP-FILE.
           CLOSE SUS-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
