       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STOMNT.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STT-FILE ASSIGN TO STTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS STT-ST.
           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
                           STATUS ST-STOFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY STO-KEY.
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
       FD  STT-FILE RECORDING MODE F.
       01  STT-REC.
           05 STT-ACTION           PIC X(01).
              88 STT-ADD              VALUE 'A'.
              88 STT-AMEND            VALUE 'M'.
              88 STT-SUSPEND          VALUE 'S'.
              88 STT-RESUME           VALUE 'R'.
              88 STT-CANCEL           VALUE 'C'.
           05 STT-UID              PIC 9(05).
           05 STT-ACCT             PIC 9(02).
           05 STT-NO               PIC 9(03).
           05 STT-BEN-TYPE         PIC X(01).
           05 STT-BEN-UID          PIC 9(05).
           05 STT-BEN-ACCT         PIC 9(02).
           05 STT-BEN-NAME         PIC X(30).
           05 STT-BEN-REF          PIC X(20).
           05 STT-AMOUNT           PIC 9(15).
           05 STT-FREQ             PIC X(01).
           05 STT-START-DATE       PIC 9(08).
           05 STT-END-DATE         PIC 9(08).
           05 STT-USER             PIC X(08).

       FD STO-FILE.
       01 STO-REC.
       COPY STOREC.

       FD IDX-FILE.
       01 IDX-REC.
       COPY IDXREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(120).

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 STT-ST                  PIC 9(02).
              88 STT-SUCCESS             VALUE 00.
              88 STT-EOF                 VALUE 10.
           03 ST-STOFILE              PIC 9(02).
              88 ST-STOFILE-OK          VALUE 00 05 97.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-REASON               PIC X(40).
           03 WS-RESULT               PIC X(12).
           03 WS-DATE-WORK.
              05 WS-DATE-NUM             PIC 9(08).
           03 WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
              05 WS-DT-YYYY              PIC 9(04).
              05 WS-DT-MM                PIC 9(02).
              05 WS-DT-DD                PIC 9(02).
           03 WS-DATE-INT             PIC 9(07).
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
           03 WS-ID-DISP              PIC 9(05).
           03 WS-AMT-DISP             PIC -(15)9.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ADDED            PIC 9(07) VALUE ZEROS.
           03 WS-CNT-AMENDED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-SUSPENDED        PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RESUMED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CANCELLED        PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL STT-EOF
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
           OPEN INPUT STT-FILE.
           IF NOT STT-SUCCESS
              DISPLAY "STT-FILE OPEN ERROR: " STT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O STO-FILE.
           IF NOT ST-STOFILE-OK
              DISPLAY "STO-FILE OPEN ERROR: " ST-STOFILE
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
           STRING "STOMNT DUZENLI ODEME TALIMATI BAKIM RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ STT-FILE.
           IF NOT STT-SUCCESS AND NOT STT-EOF
              DISPLAY "STT-FILE READ ERROR: " STT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
                WHEN NOT STT-ADD AND NOT STT-AMEND
                     AND NOT STT-SUSPEND AND NOT STT-RESUME
                     AND NOT STT-CANCEL
                     MOVE "GECERSIZ ISLEM KODU (STT-ACTION)"
                          TO WS-REASON
                WHEN STT-UID NOT NUMERIC OR STT-ACCT NOT NUMERIC
                     OR STT-NO NOT NUMERIC
                     MOVE "TALIMAT ANAHTARI NUMERIK DEGIL"
                          TO WS-REASON
                WHEN STT-NO = ZEROS
                     MOVE "TALIMAT NO SIFIR OLAMAZ" TO WS-REASON
                WHEN STT-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (STT-USER)"
                          TO WS-REASON
                WHEN STT-ADD
                     PERFORM H300-ADD
                WHEN OTHER
                     PERFORM H250-READ-STO
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              MOVE "REDDEDILDI" TO WS-RESULT
           END-IF.
           PERFORM H800-WRITE-RPT.
           READ STT-FILE.
       H200-END. EXIT.

       H250-READ-STO.
           MOVE STT-UID TO STO-UID.
           MOVE STT-ACCT TO STO-ACCT.
           MOVE STT-NO TO STO-NO.
           READ STO-FILE KEY STO-KEY
           INVALID KEY
              MOVE "TALIMAT BULUNAMADI" TO WS-REASON
           NOT INVALID KEY
              EVALUATE TRUE
                   WHEN STT-AMEND   PERFORM H400-AMEND
                   WHEN STT-SUSPEND PERFORM H500-SUSPEND
                   WHEN STT-RESUME  PERFORM H510-RESUME
                   WHEN STT-CANCEL  PERFORM H520-CANCEL
              END-EVALUATE
           END-READ.
       H250-END. EXIT.

       H300-ADD.
           PERFORM H310-CHECK-PAYER.
           IF WS-REASON = SPACES
              PERFORM H320-CHECK-BENEFICIARY
           END-IF.
           IF WS-REASON = SPACES
              EVALUATE TRUE
                   WHEN STT-AMOUNT NOT NUMERIC
                        OR STT-AMOUNT = ZEROS
                        MOVE "GECERSIZ TUTAR (STT-AMOUNT)"
                             TO WS-REASON
                   WHEN STT-FREQ NOT = 'M' AND STT-FREQ NOT = 'W'
                        MOVE "GECERSIZ SIKLIK (STT-FREQ)"
                             TO WS-REASON
                   WHEN STT-START-DATE NOT NUMERIC
                        MOVE "GECERSIZ ILK ODEME TARIHI"
                             TO WS-REASON
                   WHEN OTHER
                        MOVE STT-START-DATE TO WS-DATE-NUM
                        PERFORM H700-VALIDATE-DATE
                        IF NOT DATE-IS-VALID
                           OR STT-START-DATE < WS-RUN-DATE-YMD
                           MOVE "GECERSIZ ILK ODEME TARIHI"
                                TO WS-REASON
                        END-IF
              END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES
              PERFORM H330-CHECK-END-DATE
           END-IF.
           IF WS-REASON = SPACES
              AND STT-END-DATE NOT = ZEROS
              AND STT-END-DATE < STT-START-DATE
              MOVE "BITIS TARIHI ILK ODEMEDEN ONCE" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
              MOVE SPACES TO STO-REC
              MOVE STT-UID TO STO-UID
              MOVE STT-ACCT TO STO-ACCT
              MOVE STT-NO TO STO-NO
              PERFORM H340-SET-BENEFICIARY
              MOVE STT-AMOUNT TO STO-AMOUNT
              MOVE STT-FREQ TO STO-FREQ
              MOVE STT-START-DATE TO STO-NEXT-DATE
              MOVE STT-START-DATE TO WS-DATE-NUM
              MOVE WS-DT-DD TO STO-DAY
              MOVE STT-END-DATE TO STO-END-DATE
              MOVE 'A' TO STO-STATUS
              MOVE ZEROS TO STO-FAIL-DATE
              MOVE ZEROS TO STO-LAST-RC
              MOVE ZEROS TO STO-LAST-EXEC-DATE
              PERFORM H600-STAMP-MAINT
              WRITE STO-REC
              INVALID KEY
                 MOVE "TALIMAT ZATEN MEVCUT" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-ADDED
                 MOVE "EKLENDI" TO WS-RESULT
              END-WRITE
           END-IF.
       H300-END. EXIT.

       H310-CHECK-PAYER.
           MOVE STT-UID TO IDX-ID.
           MOVE STT-ACCT TO IDX-ACCT.
           READ IDX-FILE KEY IDX-KEY
           INVALID KEY
              MOVE "ODEYEN HESAP BULUNAMADI" TO WS-REASON
           END-READ.
       H310-END. EXIT.

       H320-CHECK-BENEFICIARY.
           EVALUATE STT-BEN-TYPE
                WHEN 'I'
                     IF STT-BEN-UID NOT NUMERIC
                        OR STT-BEN-ACCT NOT NUMERIC
                        MOVE "ALACAKLI HESAP NUMERIK DEGIL"
                             TO WS-REASON
                     ELSE
                        IF STT-BEN-UID = STT-UID
                           AND STT-BEN-ACCT = STT-ACCT
                           MOVE "ODEYEN VE ALACAKLI HESAP AYNI"
                                TO WS-REASON
                        ELSE
                           MOVE STT-BEN-UID TO IDX-ID
                           MOVE STT-BEN-ACCT TO IDX-ACCT
                           READ IDX-FILE KEY IDX-KEY
                           INVALID KEY
                              MOVE "ALACAKLI HESAP BULUNAMADI"
                                   TO WS-REASON
                           END-READ
                        END-IF
                     END-IF
                WHEN 'E'
                     IF STT-BEN-NAME = SPACES
                        OR STT-BEN-REF = SPACES
                        MOVE "DIS ALACAKLI ADI/REFERANSI EKSIK"
                             TO WS-REASON
                     END-IF
                WHEN OTHER
                     MOVE "GECERSIZ ALACAKLI TURU (STT-BEN-TYPE)"
                          TO WS-REASON
           END-EVALUATE.
       H320-END. EXIT.

       H330-CHECK-END-DATE.
           IF STT-END-DATE NOT NUMERIC
              MOVE "GECERSIZ BITIS TARIHI" TO WS-REASON
           ELSE
              IF STT-END-DATE NOT = ZEROS
                 MOVE STT-END-DATE TO WS-DATE-NUM
                 PERFORM H700-VALIDATE-DATE
                 IF NOT DATE-IS-VALID
                    MOVE "GECERSIZ BITIS TARIHI" TO WS-REASON
                 END-IF
              END-IF
           END-IF.
       H330-END. EXIT.

       H340-SET-BENEFICIARY.
           MOVE STT-BEN-TYPE TO STO-BEN-TYPE.
           IF STT-BEN-TYPE = 'I'
              MOVE STT-BEN-UID TO STO-BEN-UID
              MOVE STT-BEN-ACCT TO STO-BEN-ACCT
              MOVE SPACES TO STO-BEN-NAME
              MOVE SPACES TO STO-BEN-REF
           ELSE
              MOVE ZEROS TO STO-BEN-UID
              MOVE ZEROS TO STO-BEN-ACCT
              MOVE STT-BEN-NAME TO STO-BEN-NAME
              MOVE STT-BEN-REF TO STO-BEN-REF
           END-IF.
       H340-END. EXIT.

       H400-AMEND.
           IF STO-CANCELLED OR STO-LAPSED OR STO-ENDED
              MOVE "KAPALI TALIMAT DEGISTIRILEMEZ" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES AND STT-BEN-TYPE NOT = SPACE
              PERFORM H320-CHECK-BENEFICIARY
           END-IF.
           IF WS-REASON = SPACES
              EVALUATE TRUE
                   WHEN STT-AMOUNT NOT NUMERIC
                        MOVE "GECERSIZ TUTAR (STT-AMOUNT)"
                             TO WS-REASON
                   WHEN STT-FREQ NOT = SPACE AND STT-FREQ NOT = 'M'
                        AND STT-FREQ NOT = 'W'
                        MOVE "GECERSIZ SIKLIK (STT-FREQ)"
                             TO WS-REASON
                   WHEN STT-START-DATE NOT NUMERIC
                        MOVE "GECERSIZ ILK ODEME TARIHI"
                             TO WS-REASON
                   WHEN STT-START-DATE NOT = ZEROS
                        MOVE STT-START-DATE TO WS-DATE-NUM
                        PERFORM H700-VALIDATE-DATE
                        IF NOT DATE-IS-VALID
                           OR STT-START-DATE < WS-RUN-DATE-YMD
                           MOVE "GECERSIZ ILK ODEME TARIHI"
                                TO WS-REASON
                        END-IF
              END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES
              PERFORM H330-CHECK-END-DATE
           END-IF.
           IF WS-REASON = SPACES
              IF STT-BEN-TYPE NOT = SPACE
                 PERFORM H340-SET-BENEFICIARY
              END-IF
              IF STT-AMOUNT NOT = ZEROS
                 MOVE STT-AMOUNT TO STO-AMOUNT
              END-IF
              IF STT-FREQ NOT = SPACE
                 MOVE STT-FREQ TO STO-FREQ
              END-IF
              IF STT-START-DATE NOT = ZEROS
                 MOVE STT-START-DATE TO WS-DATE-NUM
                 MOVE STT-START-DATE TO STO-NEXT-DATE
                 MOVE WS-DT-DD TO STO-DAY
                 MOVE ZEROS TO STO-FAIL-DATE
              END-IF
              IF STT-END-DATE NOT = ZEROS
                 MOVE STT-END-DATE TO STO-END-DATE
              END-IF
              IF STO-END-DATE NOT = ZEROS
                 AND STO-END-DATE < STO-NEXT-DATE
                 MOVE "BITIS TARIHI SONRAKI ODEMEDEN ONCE"
                      TO WS-REASON
              ELSE
                 PERFORM H600-STAMP-MAINT
                 REWRITE STO-REC
                 IF ST-STOFILE-OK
                    ADD 1 TO WS-CNT-AMENDED
                    MOVE "DEGISTIRILDI" TO WS-RESULT
                 ELSE
                    MOVE "TALIMAT YAZILAMADI" TO WS-REASON
                 END-IF
              END-IF
           END-IF.
       H400-END. EXIT.

       H500-SUSPEND.
           IF NOT STO-ACTIVE
              MOVE "YALNIZ AKTIF TALIMAT DURDURULABILIR"
                   TO WS-REASON
           ELSE
              MOVE 'S' TO STO-STATUS
              PERFORM H600-STAMP-MAINT
              REWRITE STO-REC
              IF ST-STOFILE-OK
                 ADD 1 TO WS-CNT-SUSPENDED
                 MOVE "DURDURULDU" TO WS-RESULT
              ELSE
                 MOVE "TALIMAT YAZILAMADI" TO WS-REASON
              END-IF
           END-IF.
       H500-END. EXIT.

       H510-RESUME.
           IF NOT STO-SUSPENDED
              MOVE "YALNIZ DURDURULMUS TALIMAT ACILABILIR"
                   TO WS-REASON
           ELSE
              MOVE 'A' TO STO-STATUS
              MOVE ZEROS TO STO-FAIL-DATE
              PERFORM H610-ROLL-NEXT
                      UNTIL STO-NEXT-DATE >= WS-RUN-DATE-YMD
              IF STO-END-DATE NOT = ZEROS
                 AND STO-NEXT-DATE > STO-END-DATE
                 MOVE 'E' TO STO-STATUS
              END-IF
              PERFORM H600-STAMP-MAINT
              REWRITE STO-REC
              IF ST-STOFILE-OK
                 ADD 1 TO WS-CNT-RESUMED
                 MOVE "YENIDEN ACIK" TO WS-RESULT
              ELSE
                 MOVE "TALIMAT YAZILAMADI" TO WS-REASON
              END-IF
           END-IF.
       H510-END. EXIT.

       H520-CANCEL.
           IF STO-CANCELLED OR STO-ENDED
              MOVE "TALIMAT ZATEN KAPALI" TO WS-REASON
           ELSE
              MOVE 'C' TO STO-STATUS
              PERFORM H600-STAMP-MAINT
              REWRITE STO-REC
              IF ST-STOFILE-OK
                 ADD 1 TO WS-CNT-CANCELLED
                 MOVE "IPTAL EDILDI" TO WS-RESULT
              ELSE
                 MOVE "TALIMAT YAZILAMADI" TO WS-REASON
              END-IF
           END-IF.
       H520-END. EXIT.

       H600-STAMP-MAINT.
           MOVE WS-RUN-DATE-YMD TO STO-MNT-DATE.
           MOVE STT-ACTION TO STO-MNT-OPRT.
           MOVE STT-USER TO STO-MNT-USER.
       H600-END. EXIT.

       H610-ROLL-NEXT.
           MOVE STO-NEXT-DATE TO WS-DATE-NUM.
           IF STO-FREQ-WEEKLY
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 7
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           ELSE
              ADD 1 TO WS-DT-MM
              IF WS-DT-MM > 12
                 MOVE 1 TO WS-DT-MM
                 ADD 1 TO WS-DT-YYYY
              END-IF
              PERFORM H710-MONTH-END
              IF STO-DAY > WS-MAX-DAY
                 MOVE WS-MAX-DAY TO WS-DT-DD
              ELSE
                 MOVE STO-DAY TO WS-DT-DD
              END-IF
           END-IF.
           MOVE WS-DATE-NUM TO STO-NEXT-DATE.
       H610-END. EXIT.

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
              MOVE STO-AMOUNT TO WS-AMT-DISP
              STRING STT-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STT-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     STT-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     STT-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " DURUM:" DELIMITED BY SIZE
                     STO-STATUS DELIMITED BY SIZE
                     " TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " SIKLIK:" DELIMITED BY SIZE
                     STO-FREQ DELIMITED BY SIZE
                     " SONRAKI:" DELIMITED BY SIZE
                     STO-NEXT-DATE DELIMITED BY SIZE
                     " BITIS:" DELIMITED BY SIZE
                     STO-END-DATE DELIMITED BY SIZE
                     " KULL:" DELIMITED BY SIZE
                     STT-USER DELIMITED BY SIZE
                     INTO RPT-LINE
           ELSE
              STRING STT-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STT-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     STT-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     STT-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " NEDEN: " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                     " KULL:" DELIMITED BY SIZE
                     STT-USER DELIMITED BY SIZE
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
                  " DEGISEN:"      DELIMITED BY SIZE
                  WS-CNT-AMENDED    DELIMITED BY SIZE
                  " DURAN:"        DELIMITED BY SIZE
                  WS-CNT-SUSPENDED  DELIMITED BY SIZE
                  " ACILAN:"       DELIMITED BY SIZE
                  WS-CNT-RESUMED    DELIMITED BY SIZE
                  " IPTAL:"        DELIMITED BY SIZE
                  WS-CNT-CANCELLED  DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== STOMNT TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "EKLENEN           : " WS-CNT-ADDED
           DISPLAY "DEGISTIRILEN      : " WS-CNT-AMENDED
           DISPLAY "DURDURULAN        : " WS-CNT-SUSPENDED
           DISPLAY "YENIDEN ACILAN    : " WS-CNT-RESUMED
           DISPLAY "IPTAL EDILEN      : " WS-CNT-CANCELLED
           DISPLAY "REDDEDILEN        : " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE STT-FILE.
           CLOSE STO-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
