       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLMNT.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HCT-FILE ASSIGN TO HCTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS HCT-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                           STATUS ST-HOLFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY HOL-DATE.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HCT-FILE RECORDING MODE F.
       01  HCT-REC.
           05 HCT-ACTION           PIC X(01).
              88 HCT-ADD              VALUE 'A'.
              88 HCT-DELETE           VALUE 'D'.
           05 HCT-DATE             PIC 9(08).
           05 HCT-DESC             PIC X(30).
           05 HCT-USER             PIC X(08).

       FD HOL-FILE.
       01 HOL-REC.
       COPY HOLREC.

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 HCT-ST                  PIC 9(02).
              88 HCT-SUCCESS             VALUE 00.
              88 HCT-EOF                 VALUE 10.
           03 ST-HOLFILE              PIC 9(02).
              88 ST-HOLFILE-OK          VALUE 00 05 97.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-REASON               PIC X(40).
           03 WS-RESULT               PIC X(12).
           03 WS-WEEKDAY              PIC 9(01).
           03 WS-DATE-WORK.
              05 WS-DATE-NUM             PIC 9(08).
           03 WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
              05 WS-DT-YYYY              PIC 9(04).
              05 WS-DT-MM                PIC 9(02).
              05 WS-DT-DD                PIC 9(02).
           03 WS-MAX-DAY              PIC 9(02).
           03 WS-DATE-VALID-SW        PIC X(01).
              88 DATE-IS-VALID           VALUE 'Y'.
           03 WS-DAYS-TABLE-DATA.
              05 FILLER PIC 9(02) VALUE 31.
              05 FILLER PIC 9(02) VALUE 28.
              05 FILLER PIC 9(02) VALUE 31.
              05 FILLER PIC 9(02) VALUE 30.
              05 FILLER PIC 9(02) VALUE 31.
              05 FILLER PIC 9(02) VALUE 30.
              05 FILLER PIC 9(02) VALUE 31.
              05 FILLER PIC 9(02) VALUE 31.
              05 FILLER PIC 9(02) VALUE 30.
              05 FILLER PIC 9(02) VALUE 31.
              05 FILLER PIC 9(02) VALUE 30.
              05 FILLER PIC 9(02) VALUE 31.
           03 WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-DATA.
              05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ADDED            PIC 9(07) VALUE ZEROS.
           03 WS-CNT-DELETED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL HCT-EOF
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
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
           CLOSE BDT-FILE.
       H040-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT HCT-FILE.
           IF NOT HCT-SUCCESS
              DISPLAY "HCT-FILE OPEN ERROR: " HCT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O HOL-FILE.
           IF NOT ST-HOLFILE-OK
              DISPLAY "HOL-FILE OPEN ERROR: " ST-HOLFILE
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
           STRING "HOLMNT TATIL TAKVIMI BAKIM RAPORU - IS GUNU:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ HCT-FILE.
           IF NOT HCT-SUCCESS AND NOT HCT-EOF
              DISPLAY "HCT-FILE READ ERROR: " HCT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
                WHEN NOT HCT-ADD AND NOT HCT-DELETE
                     MOVE "GECERSIZ ISLEM KODU (HCT-ACTION)"
                          TO WS-REASON
                WHEN HCT-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (HCT-USER)"
                          TO WS-REASON
                WHEN HCT-DATE NOT NUMERIC
                     MOVE "GECERSIZ TARIH (HCT-DATE)" TO WS-REASON
                WHEN HCT-DATE NOT > WS-RUN-DATE-YMD
                     MOVE "GECMIS/BUGUNKU TARIH DEGISTIRILEMEZ"
                          TO WS-REASON
                WHEN HCT-ADD
                     PERFORM H300-ADD
                WHEN OTHER
                     PERFORM H400-DELETE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              MOVE "REDDEDILDI" TO WS-RESULT
           END-IF.
           PERFORM H800-WRITE-RPT.
           READ HCT-FILE.
       H200-END. EXIT.

       H300-ADD.
           MOVE HCT-DATE TO WS-DATE-NUM.
           PERFORM H700-VALIDATE-DATE.
           IF NOT DATE-IS-VALID
              MOVE "GECERSIZ TARIH (HCT-DATE)" TO WS-REASON
           ELSE
              COMPUTE WS-WEEKDAY = FUNCTION MOD
                      (FUNCTION INTEGER-OF-DATE (HCT-DATE), 7)
              EVALUATE TRUE
                   WHEN WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                        MOVE "HAFTA SONU ZATEN TATIL" TO WS-REASON
                   WHEN HCT-DESC = SPACES
                        MOVE "TATIL ACIKLAMASI EKSIK (HCT-DESC)"
                             TO WS-REASON
                   WHEN OTHER
                        MOVE HCT-DATE TO HOL-DATE
                        MOVE HCT-DESC TO HOL-DESC
                        MOVE WS-RUN-DATE-YMD TO HOL-MNT-DATE
                        MOVE HCT-USER TO HOL-MNT-USER
                        WRITE HOL-REC
                        INVALID KEY
                           MOVE "TATIL ZATEN TANIMLI" TO WS-REASON
                        NOT INVALID KEY
                           ADD 1 TO WS-CNT-ADDED
                           MOVE "EKLENDI" TO WS-RESULT
                        END-WRITE
              END-EVALUATE
           END-IF.
       H300-END. EXIT.

       H400-DELETE.
           MOVE HCT-DATE TO HOL-DATE.
           READ HOL-FILE KEY HOL-DATE
           INVALID KEY
              MOVE "TATIL BULUNAMADI" TO WS-REASON
           NOT INVALID KEY
              DELETE HOL-FILE
              INVALID KEY
                 MOVE "TATIL SILINEMEDI" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-DELETED
                 MOVE "SILINDI" TO WS-RESULT
              END-DELETE
           END-READ.
       H400-END. EXIT.

       H700-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW.
           IF WS-DT-YYYY < 1900
              MOVE 'N' TO WS-DATE-VALID-SW
           END-IF.
           IF DATE-IS-VALID
              IF WS-DT-MM < 1 OR WS-DT-MM > 12
                 MOVE 'N' TO WS-DATE-VALID-SW
              END-IF
           END-IF.
           IF DATE-IS-VALID
              PERFORM H710-MONTH-END
              IF WS-DT-DD < 1 OR WS-DT-DD > WS-MAX-DAY
                 MOVE 'N' TO WS-DATE-VALID-SW
              END-IF
           END-IF.
       H700-END. EXIT.

       H710-MONTH-END.
           MOVE WS-DAYS-IN-MONTH (WS-DT-MM) TO WS-MAX-DAY.
           IF WS-DT-MM = 2
              AND FUNCTION MOD (WS-DT-YYYY, 4) = 0
              AND (FUNCTION MOD (WS-DT-YYYY, 100) NOT = 0
                   OR FUNCTION MOD (WS-DT-YYYY, 400) = 0)
              MOVE 29 TO WS-MAX-DAY
           END-IF.
       H710-END. EXIT.

       H800-WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           IF WS-REASON = SPACES
              STRING HCT-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     HCT-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     HCT-DESC DELIMITED BY SIZE
                     " KULL:" DELIMITED BY SIZE
                     HCT-USER DELIMITED BY SIZE
                     INTO RPT-LINE
           ELSE
              STRING HCT-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     HCT-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " NEDEN: " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                     " KULL:" DELIMITED BY SIZE
                     HCT-USER DELIMITED BY SIZE
                     INTO RPT-LINE
           END-IF.
           WRITE RPT-REC.
       H800-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " EKLENEN:"      DELIMITED BY SIZE
                  WS-CNT-ADDED      DELIMITED BY SIZE
                  " SILINEN:"      DELIMITED BY SIZE
                  WS-CNT-DELETED    DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== HOLMNT TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "EKLENEN TATIL     : " WS-CNT-ADDED
           DISPLAY "SILINEN TATIL     : " WS-CNT-DELETED
           DISPLAY "REDDEDILEN        : " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HCT-FILE.
           CLOSE HOL-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
