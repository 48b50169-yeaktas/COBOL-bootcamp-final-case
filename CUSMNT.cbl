       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSMNT.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMT-FILE ASSIGN TO CMTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS CMT-ST.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CMT-FILE RECORDING MODE F.
       01  CMT-REC.
           05 CMT-UID              PIC 9(05).
           05 CMT-ADDR-1           PIC X(30).
           05 CMT-ADDR-2           PIC X(30).
           05 CMT-CITY             PIC X(15).
           05 CMT-POST-CODE        PIC X(05).
           05 CMT-TAX-NO           PIC X(11).
           05 CMT-BIRTH-DATE       PIC 9(08).
           05 CMT-BIRTH-DATE-X REDEFINES CMT-BIRTH-DATE
                                   PIC X(08).
           05 CMT-PHONE            PIC X(15).
           05 CMT-USER             PIC X(08).

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

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
           03 CMT-ST                  PIC 9(02).
              88 CMT-SUCCESS             VALUE 00.
              88 CMT-EOF                 VALUE 10.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 97.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-REASON               PIC X(40).
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
           03 WS-TAX-VALID-SW         PIC X(01).
              88 TAX-IS-VALID            VALUE 'Y'.
           03 WS-IMG-LABEL            PIC X(08).
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-UPDATED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
       01 WS-CUS-BEFORE.
       COPY CUSREC REPLACING LEADING ==CUS== BY ==CB==.
       01 WS-CUS-IMAGE.
       COPY CUSREC REPLACING LEADING ==CUS== BY ==CI==.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL CMT-EOF
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
           OPEN INPUT CMT-FILE.
           IF NOT CMT-SUCCESS
              DISPLAY "CMT-FILE OPEN ERROR: " CMT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
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
           STRING "CUSMNT MUSTERI BILGI BAKIM RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ CMT-FILE.
           IF NOT CMT-SUCCESS AND NOT CMT-EOF
              DISPLAY "CMT-FILE READ ERROR: " CMT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           IF CMT-BIRTH-DATE-X = SPACES
              MOVE ZEROS TO CMT-BIRTH-DATE
           END-IF.
           EVALUATE TRUE
                WHEN CMT-UID NOT NUMERIC
                     MOVE "UID NUMERIK DEGIL" TO WS-REASON
                WHEN CMT-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (CMT-USER)"
                          TO WS-REASON
                WHEN CMT-ADDR-1 = SPACES AND CMT-ADDR-2 = SPACES
                     AND CMT-CITY = SPACES AND CMT-POST-CODE = SPACES
                     AND CMT-TAX-NO = SPACES AND CMT-PHONE = SPACES
                     AND CMT-BIRTH-DATE = ZEROS
                     MOVE "DEGISECEK ALAN YOK" TO WS-REASON
                WHEN CMT-ADDR-1 = SPACES AND CMT-ADDR-2 NOT = SPACES
                     MOVE "ADRES 1. SATIR EKSIK" TO WS-REASON
                WHEN CMT-BIRTH-DATE NOT NUMERIC
                     MOVE "GECERSIZ DOGUM TARIHI" TO WS-REASON
                WHEN OTHER
                     PERFORM H300-AMEND
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              PERFORM H800-WRITE-REJECT
           END-IF.
           READ CMT-FILE.
       H200-END. EXIT.

       H300-AMEND.
           MOVE CMT-UID TO CUS-UID.
           READ CUS-FILE KEY CUS-KEY
           INVALID KEY
              MOVE "MUSTERI KAYDI BULUNAMADI" TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES AND CMT-TAX-NO NOT = SPACES
              PERFORM H720-CHECK-TAX-NO
              IF NOT TAX-IS-VALID
                 MOVE "GECERSIZ TCKN/VERGI NO" TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON = SPACES AND CMT-BIRTH-DATE NOT = ZEROS
              MOVE CMT-BIRTH-DATE TO WS-DATE-NUM
              PERFORM H700-VALIDATE-DATE
              IF NOT DATE-IS-VALID
                 OR CMT-BIRTH-DATE > WS-RUN-DATE-YMD
                 MOVE "GECERSIZ DOGUM TARIHI" TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON = SPACES
              MOVE CUS-REC TO WS-CUS-BEFORE
              IF CMT-ADDR-1 NOT = SPACES
                 MOVE CMT-ADDR-1 TO CUS-ADDR-1
                 MOVE CMT-ADDR-2 TO CUS-ADDR-2
              END-IF
              IF CMT-CITY NOT = SPACES
                 MOVE CMT-CITY TO CUS-CITY
              END-IF
              IF CMT-POST-CODE NOT = SPACES
                 MOVE CMT-POST-CODE TO CUS-POST-CODE
              END-IF
              IF CMT-TAX-NO NOT = SPACES
                 MOVE CMT-TAX-NO TO CUS-TAX-NO
              END-IF
              IF CMT-BIRTH-DATE NOT = ZEROS
                 MOVE CMT-BIRTH-DATE TO CUS-BIRTH-DATE
              END-IF
              IF CMT-PHONE NOT = SPACES
                 MOVE CMT-PHONE TO CUS-PHONE
              END-IF
              MOVE WS-RUN-DATE-YMD TO CUS-MNT-DATE
              MOVE 'M' TO CUS-MNT-OPRT
              MOVE CMT-USER TO CUS-MNT-RUN
              REWRITE CUS-REC
              INVALID KEY
                 MOVE "MUSTERI KAYDI GUNCELLENEMEDI" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-UPDATED
                 PERFORM H810-WRITE-UPDATE
              END-REWRITE
           END-IF.
       H300-END. EXIT.

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

       H720-CHECK-TAX-NO.
           MOVE 'N' TO WS-TAX-VALID-SW.
           IF CMT-TAX-NO NUMERIC
              MOVE 'Y' TO WS-TAX-VALID-SW
           END-IF.
           IF CMT-TAX-NO (1:10) NUMERIC
              AND CMT-TAX-NO (11:1) = SPACE
              MOVE 'Y' TO WS-TAX-VALID-SW
           END-IF.
       H720-END. EXIT.

       H800-WRITE-REJECT.
           MOVE SPACES TO RPT-LINE.
           STRING CMT-UID DELIMITED BY SIZE
                  " REDDEDILDI NEDEN: " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  " KULL:" DELIMITED BY SIZE
                  CMT-USER DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H800-END. EXIT.

       H810-WRITE-UPDATE.
           MOVE SPACES TO RPT-LINE.
           STRING CUS-UID DELIMITED BY SIZE
                  " GUNCELLENDI " DELIMITED BY SIZE
                  FUNCTION TRIM (CUS-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CUS-SURNAME) DELIMITED BY SIZE
                  " KULL:" DELIMITED BY SIZE
                  CMT-USER DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
           MOVE "  ONCE :" TO WS-IMG-LABEL.
           MOVE WS-CUS-BEFORE TO WS-CUS-IMAGE.
           PERFORM H820-WRITE-IMAGE.
           MOVE "  SONRA:" TO WS-IMG-LABEL.
           MOVE CUS-REC TO WS-CUS-IMAGE.
           PERFORM H820-WRITE-IMAGE.
       H810-END. EXIT.

       H820-WRITE-IMAGE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-IMG-LABEL DELIMITED BY SIZE
                  " ADRES:" DELIMITED BY SIZE
                  FUNCTION TRIM (CI-ADDR-1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CI-ADDR-2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CI-POST-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CI-CITY) DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE.
           STRING "         TCKN/VKN:" DELIMITED BY SIZE
                  CI-TAX-NO DELIMITED BY SIZE
                  " DOGUM:" DELIMITED BY SIZE
                  CI-BIRTH-DATE DELIMITED BY SIZE
                  " TEL:" DELIMITED BY SIZE
                  CI-PHONE DELIMITED BY SIZE
                  " SON-BKM:" DELIMITED BY SIZE
                  CI-MNT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CI-MNT-OPRT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CI-MNT-RUN DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H820-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " GUNCELLENEN:"  DELIMITED BY SIZE
                  WS-CNT-UPDATED    DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== CUSMNT TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "GUNCELLENEN       : " WS-CNT-UPDATED
           DISPLAY "REDDEDILEN        : " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CMT-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
