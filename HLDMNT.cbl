       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HLDMNT.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLT-FILE ASSIGN TO HLTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS HLT-ST.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           STATUS ST-IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HLT-FILE RECORDING MODE F.
       01  HLT-REC.
           05 HLT-ACTION           PIC X(01).
              88 HLT-PLACE            VALUE 'P'.
              88 HLT-RELEASE          VALUE 'R'.
           05 HLT-UID              PIC 9(05).
           05 HLT-ACCT             PIC 9(02).
           05 HLT-NO               PIC 9(03).
           05 HLT-AMOUNT           PIC 9(15).
           05 HLT-REASON           PIC X(30).
           05 HLT-REF              PIC X(20).
           05 HLT-EXPIRY-DATE      PIC 9(08).
           05 HLT-USER             PIC X(08).

       FD HLD-FILE.
       01 HLD-REC.
       COPY HLDREC.

       FD IDX-FILE.
       01 IDX-REC.
       COPY IDXREC.

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
           03 HLT-ST                  PIC 9(02).
              88 HLT-SUCCESS             VALUE 00.
              88 HLT-EOF                 VALUE 10.
           03 ST-HLDFILE              PIC 9(02).
              88 ST-HLDFILE-OK          VALUE 00 05 97.
              88 ST-HLDFILE-EOF         VALUE 10.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-REASON               PIC X(40).
           03 WS-RESULT               PIC X(12).
           03 WS-HOLD-END-SW          PIC X(01).
              88 HOLD-SCAN-DONE          VALUE 'Y'.
           03 WS-MAX-HOLD-NO          PIC 9(03).
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
           03 WS-AMT-DISP             PIC -(15)9.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-PLACED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RELEASED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL HLT-EOF
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
           OPEN INPUT HLT-FILE.
           IF NOT HLT-SUCCESS
              DISPLAY "HLT-FILE OPEN ERROR: " HLT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O HLD-FILE.
           IF NOT ST-HLDFILE-OK
              DISPLAY "HLD-FILE OPEN ERROR: " ST-HLDFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT ST-IDXFILE-OK
              DISPLAY "IDX-FILE OPEN ERROR: " ST-IDXFILE
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
           STRING "HLDMNT BLOKE TUTAR BAKIM RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ HLT-FILE.
           IF NOT HLT-SUCCESS AND NOT HLT-EOF
              DISPLAY "HLT-FILE READ ERROR: " HLT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
                WHEN NOT HLT-PLACE AND NOT HLT-RELEASE
                     MOVE "GECERSIZ ISLEM KODU (HLT-ACTION)"
                          TO WS-REASON
                WHEN HLT-UID NOT NUMERIC OR HLT-ACCT NOT NUMERIC
                     OR HLT-NO NOT NUMERIC
                     MOVE "BLOKE ANAHTARI NUMERIK DEGIL"
                          TO WS-REASON
                WHEN HLT-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (HLT-USER)"
                          TO WS-REASON
                WHEN HLT-PLACE
                     PERFORM H300-PLACE
                WHEN OTHER
                     PERFORM H400-RELEASE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              MOVE "REDDEDILDI" TO WS-RESULT
           END-IF.
           PERFORM H800-WRITE-RPT.
           READ HLT-FILE.
       H200-END. EXIT.

       H300-PLACE.
           MOVE HLT-UID TO IDX-ID.
           MOVE HLT-ACCT TO IDX-ACCT.
           READ IDX-FILE KEY IDX-KEY
           INVALID KEY
              MOVE "HESAP BULUNAMADI" TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES
              EVALUATE TRUE
                   WHEN HLT-AMOUNT NOT NUMERIC
                        OR HLT-AMOUNT = ZEROS
                        MOVE "GECERSIZ TUTAR (HLT-AMOUNT)"
                             TO WS-REASON
                   WHEN HLT-REASON = SPACES
                        MOVE "BLOKE NEDENI EKSIK (HLT-REASON)"
                             TO WS-REASON
                   WHEN HLT-EXPIRY-DATE NOT NUMERIC
                        MOVE "GECERSIZ BITIS TARIHI" TO WS-REASON
                   WHEN HLT-EXPIRY-DATE NOT = ZEROS
                        MOVE HLT-EXPIRY-DATE TO WS-DATE-NUM
                        PERFORM H700-VALIDATE-DATE
                        IF NOT DATE-IS-VALID
                           OR HLT-EXPIRY-DATE < WS-RUN-DATE-YMD
                           MOVE "GECERSIZ BITIS TARIHI" TO WS-REASON
                        END-IF
              END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES AND HLT-NO = ZEROS
              PERFORM H310-NEXT-HOLD-NO
           END-IF.
           IF WS-REASON = SPACES
              MOVE SPACES TO HLD-REC
              MOVE HLT-UID TO HLD-UID
              MOVE HLT-ACCT TO HLD-ACCT
              MOVE HLT-NO TO HLD-NO
              MOVE HLT-AMOUNT TO HLD-AMOUNT
              MOVE HLT-REASON TO HLD-REASON
              MOVE HLT-REF TO HLD-REF
              MOVE WS-RUN-DATE-YMD TO HLD-PLACED-DATE
              MOVE HLT-EXPIRY-DATE TO HLD-EXPIRY-DATE
              MOVE 'A' TO HLD-STATUS
              MOVE ZEROS TO HLD-REL-DATE
              MOVE HLT-USER TO HLD-PLACED-USER
              WRITE HLD-REC
              INVALID KEY
                 MOVE "BLOKE NO ZATEN MEVCUT" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-PLACED
                 MOVE "KONULDU" TO WS-RESULT
              END-WRITE
           END-IF.
       H300-END. EXIT.

       H310-NEXT-HOLD-NO.
           MOVE ZEROS TO WS-MAX-HOLD-NO.
           MOVE 'N' TO WS-HOLD-END-SW.
           MOVE HLT-UID TO HLD-UID.
           MOVE HLT-ACCT TO HLD-ACCT.
           MOVE ZEROS TO HLD-NO.
           START HLD-FILE KEY >= HLD-KEY
           INVALID KEY
              MOVE 'Y' TO WS-HOLD-END-SW
           END-START.
           IF NOT ST-HLDFILE-OK
              MOVE 'Y' TO WS-HOLD-END-SW
           END-IF.
           PERFORM H320-SCAN-HOLD UNTIL HOLD-SCAN-DONE.
           IF WS-MAX-HOLD-NO = 999
              MOVE "HESAPTA BOS BLOKE NO KALMADI" TO WS-REASON
           ELSE
              COMPUTE HLT-NO = WS-MAX-HOLD-NO + 1
           END-IF.
       H310-END. EXIT.

       H320-SCAN-HOLD.
           READ HLD-FILE NEXT RECORD.
           IF NOT ST-HLDFILE-OK
              OR HLD-UID NOT = HLT-UID
              OR HLD-ACCT NOT = HLT-ACCT
              MOVE 'Y' TO WS-HOLD-END-SW
           ELSE
              MOVE HLD-NO TO WS-MAX-HOLD-NO
           END-IF.
       H320-END. EXIT.

       H400-RELEASE.
           MOVE HLT-UID TO HLD-UID.
           MOVE HLT-ACCT TO HLD-ACCT.
           MOVE HLT-NO TO HLD-NO.
           READ HLD-FILE KEY HLD-KEY
           INVALID KEY
              MOVE "BLOKE BULUNAMADI" TO WS-REASON
           NOT INVALID KEY
              IF NOT HLD-ACTIVE
                 MOVE "BLOKE AKTIF DEGIL" TO WS-REASON
              ELSE
                 MOVE 'R' TO HLD-STATUS
                 MOVE WS-RUN-DATE-YMD TO HLD-REL-DATE
                 MOVE HLT-USER TO HLD-REL-USER
                 REWRITE HLD-REC
                 INVALID KEY
                    MOVE "BLOKE GUNCELLENEMEDI" TO WS-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-RELEASED
                    MOVE "KALDIRILDI" TO WS-RESULT
                 END-REWRITE
              END-IF
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
              MOVE HLD-AMOUNT TO WS-AMT-DISP
              STRING HLT-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     HLD-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     HLD-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     HLD-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " NEDEN:" DELIMITED BY SIZE
                     FUNCTION TRIM (HLD-REASON) DELIMITED BY SIZE
                     " BITIS:" DELIMITED BY SIZE
                     HLD-EXPIRY-DATE DELIMITED BY SIZE
                     " KULL:" DELIMITED BY SIZE
                     HLT-USER DELIMITED BY SIZE
                     INTO RPT-LINE
           ELSE
              STRING HLT-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     HLT-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     HLT-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     HLT-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " NEDEN: " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                     " KULL:" DELIMITED BY SIZE
                     HLT-USER DELIMITED BY SIZE
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
                  " KONULAN:"      DELIMITED BY SIZE
                  WS-CNT-PLACED     DELIMITED BY SIZE
                  " KALDIRILAN:"   DELIMITED BY SIZE
                  WS-CNT-RELEASED   DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== HLDMNT TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "KONULAN BLOKE     : " WS-CNT-PLACED
           DISPLAY "KALDIRILAN BLOKE  : " WS-CNT-RELEASED
           DISPLAY "REDDEDILEN        : " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HLT-FILE.
           CLOSE HLD-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
