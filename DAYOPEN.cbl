       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DAYOPEN.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                           STATUS ST-HOLFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY HOL-DATE.
       DATA DIVISION.
       FILE SECTION.
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       FD HOL-FILE.
       01 HOL-REC.
       COPY HOLREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00 05.
              88 BDT-EOF                 VALUE 10.
           03 ST-HOLFILE              PIC 9(02).
              88 ST-HOLFILE-OK          VALUE 00 05 97.
           03 WS-PARM                 PIC X(08).
              88 PARM-EMPTY              VALUE SPACES.
           03 WS-PARM-DATE REDEFINES WS-PARM PIC 9(08).
           03 WS-BDT-FOUND-SW         PIC X(01) VALUE 'N'.
              88 BDT-FOUND               VALUE 'Y'.
           03 WS-WORKDAY-SW           PIC X(01).
              88 IS-WORKDAY              VALUE 'Y'.
           03 WS-STEP                 PIC S9(01).
           03 WS-WEEKDAY              PIC 9(01).
           03 WS-SKIP-CNT             PIC 9(03).
           03 WS-DATE-INT             PIC 9(07).
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
       01 WS-NEW-BDT.
       COPY BDTREC REPLACING LEADING ==BDT== BY ==NEW==.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-PARM
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-BDT
           IF BDT-FOUND
              PERFORM H300-ROLL-DATE
           ELSE
              PERFORM H350-INIT-DATE
           END-IF
           PERFORM H400-WRITE-BDT
           PERFORM H999-PROGRAM-EXIT.

       H050-GET-PARM.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM.
       H050-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT HOL-FILE.
           IF NOT ST-HOLFILE-OK
              DISPLAY "HOL-FILE OPEN ERROR: " ST-HOLFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-READ-BDT.
           OPEN INPUT BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE OPEN ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE.
           IF BDT-SUCCESS
              MOVE 'Y' TO WS-BDT-FOUND-SW
           ELSE
              IF NOT BDT-EOF
                 DISPLAY "BDT-FILE READ ERROR: " BDT-ST
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           CLOSE BDT-FILE.
       H200-END. EXIT.

       H300-ROLL-DATE.
           IF NOT PARM-EMPTY
              DISPLAY "DAYOPEN PARM HATALI: IS GUNU KAYDI MEVCUT, "
                      "BASLANGIC TARIHI VERILEMEZ " WS-PARM
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT BDT-DAY-CLOSED
              DISPLAY "IS GUNU " BDT-CUR-DATE " HENUZ KAPANMADI."
                      " ONCE DAYCLOSE KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO NEW-PREV-DATE.
           MOVE BDT-CUR-DATE TO WS-DATE-NUM.
           MOVE 1 TO WS-STEP.
           PERFORM H500-NEXT-WORKDAY.
           MOVE WS-DATE-NUM TO NEW-CUR-DATE.
           PERFORM H500-NEXT-WORKDAY.
           MOVE WS-DATE-NUM TO NEW-NEXT-DATE.
       H300-END. EXIT.

       H350-INIT-DATE.
           IF PARM-EMPTY OR WS-PARM-DATE NOT NUMERIC
              DISPLAY "DAYOPEN PARM EKSIK: IS GUNU KAYDI YOK, "
                      "BASLANGIC TARIHI (YYYYMMDD) GEREKLI"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-PARM-DATE TO WS-DATE-NUM.
           PERFORM H700-VALIDATE-DATE.
           IF NOT DATE-IS-VALID
              DISPLAY "DAYOPEN PARM HATALI: GECERSIZ TARIH " WS-PARM
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           PERFORM H520-CHECK-WORKDAY.
           IF NOT IS-WORKDAY
              DISPLAY "DAYOPEN PARM HATALI: " WS-PARM
                      " IS GUNU DEGIL (HAFTA SONU/TATIL)"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-PARM-DATE TO NEW-CUR-DATE.
           MOVE -1 TO WS-STEP.
           PERFORM H500-NEXT-WORKDAY.
           MOVE WS-DATE-NUM TO NEW-PREV-DATE.
           MOVE NEW-CUR-DATE TO WS-DATE-NUM.
           MOVE 1 TO WS-STEP.
           PERFORM H500-NEXT-WORKDAY.
           MOVE WS-DATE-NUM TO NEW-NEXT-DATE.
           DISPLAY "IS GUNU KAYDI ILK KEZ OLUSTURULUYOR.".
       H350-END. EXIT.

       H400-WRITE-BDT.
           MOVE 'O' TO NEW-STATUS.
           MOVE ZEROS TO NEW-CLOSE-RUN.
           OPEN OUTPUT BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE OPEN ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-NEW-BDT TO BDT-REC.
           WRITE BDT-REC.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE WRITE ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE BDT-FILE.
           DISPLAY "===== DAYOPEN ====="
           DISPLAY "ONCEKI IS GUNU    : " NEW-PREV-DATE
           DISPLAY "ACILAN IS GUNU    : " NEW-CUR-DATE
           DISPLAY "SONRAKI IS GUNU   : " NEW-NEXT-DATE.
       H400-END. EXIT.

       H500-NEXT-WORKDAY.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           MOVE ZEROS TO WS-SKIP-CNT.
           MOVE 'N' TO WS-WORKDAY-SW.
           PERFORM H510-STEP-DAY UNTIL IS-WORKDAY.
       H500-END. EXIT.

       H510-STEP-DAY.
           ADD WS-STEP TO WS-DATE-INT.
           PERFORM H520-CHECK-WORKDAY.
           IF NOT IS-WORKDAY
              ADD 1 TO WS-SKIP-CNT
              IF WS-SKIP-CNT > 30
                 DISPLAY "DAYOPEN 30 GUNDEN UZUN TATIL ARALIGI: "
                         WS-DATE-NUM
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H510-END. EXIT.

       H520-CHECK-WORKDAY.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DATE-INT, 7).
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
              MOVE 'N' TO WS-WORKDAY-SW
           ELSE
              MOVE WS-DATE-NUM TO HOL-DATE
              READ HOL-FILE KEY HOL-DATE
              INVALID KEY
                 MOVE 'Y' TO WS-WORKDAY-SW
              NOT INVALID KEY
                 MOVE 'N' TO WS-WORKDAY-SW
                 DISPLAY "TATIL ATLANDI: " HOL-DATE " "
                         FUNCTION TRIM (HOL-DESC)
              END-READ
           END-IF.
       H520-END. EXIT.

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

       H999-PROGRAM-EXIT.
           CLOSE HOL-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
