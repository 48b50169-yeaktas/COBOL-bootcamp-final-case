       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STORUN.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STO-FILE ASSIGN TO STOFILE
                           STATUS ST-STOFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY STO-KEY.
           SELECT PAY-FILE ASSIGN TO PAYFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS PAY-ST.
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
       FD STO-FILE.
       01 STO-REC.
       COPY STOREC.

       FD  PAY-FILE RECORDING MODE F.
       01  PAY-REC.
           05 PAY-UID              PIC 9(05).
           05 PAY-ACCT             PIC 9(02).
           05 PAY-STO-NO           PIC 9(03).
           05 PAY-DATE             PIC 9(08).
           05 PAY-AMOUNT           PIC 9(15).
           05 PAY-BEN-NAME         PIC X(30).
           05 PAY-BEN-REF          PIC X(20).
           05 PAY-RUNID            PIC X(08).

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
           03 WS-SUBPROG              PIC X(8) VALUE 'FINALSUB'.
           03 ST-STOFILE              PIC 9(02).
              88 ST-STOFILE-OK          VALUE 00 97.
              88 ST-STOFILE-EOF         VALUE 10.
           03 PAY-ST                  PIC 9(02).
              88 PAY-SUCCESS             VALUE 00.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 ST-PRMFILE              PIC 9(02).
              88 ST-PRMFILE-OK          VALUE 00.
              88 ST-PRMFILE-EOF         VALUE 10.
           03 WS-STORETRY-SW          PIC X(01) VALUE 'N'.
              88 STORETRY-FOUND          VALUE 'Y'.
           03 WS-STORETRY-EFF         PIC 9(08) VALUE ZEROS.
           03 WS-STOHOL-SW            PIC X(01) VALUE 'N'.
              88 STOHOL-FOUND            VALUE 'Y'.
           03 WS-STOHOL-EFF           PIC 9(08) VALUE ZEROS.
           03 WS-PARM.
              05 WS-PARM-RETRY           PIC 9(03).
              05 WS-PARM-HOL             PIC X(01).
                 88 PARM-HOL-FOLLOWING      VALUE 'F'.
                 88 PARM-HOL-PRECEDING      VALUE 'P'.
           03 WS-NEXT-BUS-DATE        PIC 9(08) VALUE ZEROS.
           03 WS-DUE-LIMIT            PIC 9(08) VALUE ZEROS.
           03 WS-RESULT               PIC X(10).
           03 WS-FAIL-DAYS            PIC S9(07) COMP-3.
           03 WS-DATE-WORK.
              05 WS-DATE-NUM             PIC 9(08).
           03 WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
              05 WS-DT-YYYY              PIC 9(04).
              05 WS-DT-MM                PIC 9(02).
              05 WS-DT-DD                PIC 9(02).
           03 WS-DATE-INT             PIC 9(07).
           03 WS-MAX-DAY              PIC 9(02).
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
           03 WS-CNT-DUE              PIC 9(07) VALUE ZEROS.
           03 WS-CNT-EXECUTED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RETRY            PIC 9(07) VALUE ZEROS.
           03 WS-CNT-LAPSED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-SKIPPED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ENDED            PIC 9(07) VALUE ZEROS.
           03 WS-TOT-EXECUTED         PIC S9(15) COMP-3 VALUE ZEROS.
           03 REG-ST                  PIC 9(02).
              88 REG-SUCCESS             VALUE 00 05.
              88 REG-EOF                 VALUE 10.
           03 WS-REG-OPEN             PIC X(01) VALUE 'N'.
              88 REG-IS-OPEN             VALUE 'Y'.
           03 WS-SUB-ACTIVE           PIC X(01) VALUE 'N'.
              88 SUB-IS-ACTIVE           VALUE 'Y'.
           03 WS-RUN-NO               PIC 9(06) VALUE ZEROS.
           03 WS-MAX-RUN-NO           PIC 9(06) VALUE ZEROS.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-RUN-ID.
              05 WS-RUN-ID-PGM        PIC X(02).
              05 WS-RUN-ID-SEQ        PIC 9(06).
           03 WS-SUB-AREA.
              07 WS-SUB-FUNC        PIC 9(1).
                 88 WS-READ            VALUE 1.
                 88 WS-WRITE           VALUE 2.
                 88 WS-DELETE          VALUE 3.
                 88 WS-UPDATE          VALUE 4.
                 88 WS-POST            VALUE 5.
                 88 WS-TRANSFER        VALUE 6.
                 88 WS-CLOSE           VALUE 9.
              07 WS-SUB-UID         PIC 9(5).
              07 WS-SUB-ACCT        PIC 9(02).
              07 WS-SUB-ACCT-TYPE   PIC X(01).
              07 WS-SUB-RC          PIC 9(2).
                 88 WS-RC-OK           VALUE 00 97.
                 88 WS-RC-RETRY        VALUE 91 94 96.
              07 WS-COMMENT-1       PIC X(09).
              07 WS-COMMENT-2       PIC X(200).
              07 WS-FNAME-FROM      PIC X(15).
              07 WS-FNAME-TO        PIC X(15).
              07 WS-LNAME-FROM      PIC X(15).
              07 WS-LNAME-TO        PIC X(15).
              07 WS-SUB-DATE        PIC 9(07).
              07 WS-SUB-BALANCE     PIC S9(15).
              07 WS-SUB-EXC         PIC S9(03).
              07 WS-SUB-ODLIM       PIC S9(15).
              07 WS-SUB-RUNID       PIC X(08).
              07 WS-SUB-TO-UID      PIC 9(05).
              07 WS-SUB-TO-ACCT     PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H070-REGISTER-RUN
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-STOFILE-EOF
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
           MOVE BDT-NEXT-DATE TO WS-NEXT-BUS-DATE.
           CLOSE BDT-FILE.
           IF NOT BDT-DAY-OPEN
              DISPLAY "STORUN IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H050-GET-PARMS.
           OPEN INPUT PRM-FILE.
           IF NOT ST-PRMFILE-OK
              DISPLAY "STORUN PRM-FILE OPEN ERROR: " ST-PRMFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE.
           PERFORM H060-SCAN-PARM UNTIL ST-PRMFILE-EOF.
           CLOSE PRM-FILE.
           IF NOT STORETRY-FOUND
              DISPLAY "STORUN PARM EKSIK: STORETRY"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-PARM-RETRY NOT NUMERIC
              DISPLAY "STORUN PARM HATALI: STORETRY " WS-PARM-RETRY
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT STOHOL-FOUND
              MOVE 'F' TO WS-PARM-HOL
           END-IF.
           IF NOT PARM-HOL-FOLLOWING AND NOT PARM-HOL-PRECEDING
              DISPLAY "STORUN PARM HATALI: STOHOL " WS-PARM-HOL
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF PARM-HOL-PRECEDING AND WS-NEXT-BUS-DATE > WS-RUN-DATE-YMD
              COMPUTE WS-DUE-LIMIT = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-NEXT-BUS-DATE) - 1)
           ELSE
              MOVE WS-RUN-DATE-YMD TO WS-DUE-LIMIT
           END-IF.
           DISPLAY "===== STORUN ETKIN PARAMETRELER ====="
           DISPLAY "STORETRY          : " WS-PARM-RETRY
                   " (GECERLILIK " WS-STORETRY-EFF ")"
           DISPLAY "STOHOL            : " WS-PARM-HOL
                   " (GECERLILIK " WS-STOHOL-EFF ")"
           DISPLAY "VADE SINIRI       : " WS-DUE-LIMIT.
       H050-END. EXIT.

       H060-SCAN-PARM.
           IF PRM-KEY = 'STORETRY'
              AND (NOT STORETRY-FOUND
                   OR PRM-EFF-DATE >= WS-STORETRY-EFF)
              MOVE 'Y' TO WS-STORETRY-SW
              MOVE PRM-EFF-DATE TO WS-STORETRY-EFF
              MOVE PRM-VALUE (1:3) TO WS-PARM-RETRY
           END-IF.
           IF PRM-KEY = 'STOHOL  '
              AND (NOT STOHOL-FOUND
                   OR PRM-EFF-DATE >= WS-STOHOL-EFF)
              MOVE 'Y' TO WS-STOHOL-SW
              MOVE PRM-EFF-DATE TO WS-STOHOL-EFF
              MOVE PRM-VALUE (1:1) TO WS-PARM-HOL
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
           MOVE 'SO' TO WS-RUN-ID-PGM.
           MOVE WS-RUN-NO TO WS-RUN-ID-SEQ.
           MOVE SPACES TO REG-REC.
           MOVE WS-RUN-NO TO REG-RUN-NO.
           MOVE 'S' TO REG-TYPE.
           MOVE 'STORUN  ' TO REG-PGM.
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
           DISPLAY "STORUN KOSU NO " WS-RUN-NO.
       H070-END. EXIT.

       H080-SCAN-REGISTRY.
           IF REG-RUN-NO NUMERIC AND REG-RUN-NO > WS-MAX-RUN-NO
              MOVE REG-RUN-NO TO WS-MAX-RUN-NO
           END-IF.
           READ REG-FILE.
       H080-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O STO-FILE.
           IF NOT ST-STOFILE-OK
              DISPLAY "STO-FILE OPEN ERROR: " ST-STOFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PAY-FILE.
           IF NOT PAY-SUCCESS
              DISPLAY "PAY-FILE OPEN ERROR: " PAY-ST
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
           STRING "STORUN DUZENLI ODEME KOSUSU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  " KOSU:" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  " STORETRY:" DELIMITED BY SIZE
                  WS-PARM-RETRY DELIMITED BY SIZE
                  " STOHOL:" DELIMITED BY SIZE
                  WS-PARM-HOL DELIMITED BY SIZE
                  " VADE SINIRI:" DELIMITED BY SIZE
                  WS-DUE-LIMIT DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           MOVE WS-RUN-ID TO WS-SUB-RUNID.
           PERFORM H150-READ-NEXT.
       H100-END. EXIT.

       H150-READ-NEXT.
           READ STO-FILE NEXT RECORD.
           IF NOT ST-STOFILE-OK AND NOT ST-STOFILE-EOF
              DISPLAY "STO-FILE READ ERROR: " ST-STOFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           IF STO-ACTIVE
              IF STO-END-DATE NOT = ZEROS
                 AND STO-NEXT-DATE > STO-END-DATE
                 PERFORM H350-END-ORDER
              ELSE
                 IF STO-NEXT-DATE NOT > WS-DUE-LIMIT
                    PERFORM H300-EXECUTE
                 END-IF
              END-IF
           END-IF.
           PERFORM H150-READ-NEXT.
       H200-END. EXIT.

       H300-EXECUTE.
           ADD 1 TO WS-CNT-DUE.
           MOVE STO-UID TO WS-SUB-UID.
           MOVE STO-ACCT TO WS-SUB-ACCT.
           MOVE SPACE TO WS-SUB-ACCT-TYPE.
           MOVE ZEROS TO WS-SUB-RC.
           MOVE SPACES TO WS-COMMENT-1.
           MOVE SPACES TO WS-COMMENT-2.
           MOVE SPACES TO WS-FNAME-FROM.
           MOVE SPACES TO WS-FNAME-TO.
           MOVE SPACES TO WS-LNAME-FROM.
           MOVE SPACES TO WS-LNAME-TO.
           MOVE ZEROS TO WS-SUB-DATE.
           MOVE ZEROS TO WS-SUB-EXC.
           MOVE -1 TO WS-SUB-ODLIM.
           IF STO-BEN-INTERNAL
              SET WS-TRANSFER TO TRUE
              MOVE STO-AMOUNT TO WS-SUB-BALANCE
              MOVE STO-BEN-UID TO WS-SUB-TO-UID
              MOVE STO-BEN-ACCT TO WS-SUB-TO-ACCT
           ELSE
              SET WS-POST TO TRUE
              COMPUTE WS-SUB-BALANCE = ZEROS - STO-AMOUNT
              MOVE ZEROS TO WS-SUB-TO-UID
              MOVE ZEROS TO WS-SUB-TO-ACCT
           END-IF.
           MOVE 'Y' TO WS-SUB-ACTIVE.
           CALL WS-SUBPROG USING WS-SUB-AREA.
           MOVE WS-SUB-RC TO STO-LAST-RC.
           EVALUATE TRUE
                WHEN WS-RC-OK
                     ADD 1 TO WS-CNT-EXECUTED
                     ADD STO-AMOUNT TO WS-TOT-EXECUTED
                     MOVE "YAPILDI" TO WS-RESULT
                     MOVE WS-RUN-DATE-YMD TO STO-LAST-EXEC-DATE
                     MOVE ZEROS TO STO-FAIL-DATE
                     IF STO-BEN-EXTERNAL
                        PERFORM H320-WRITE-PAYMENT
                     END-IF
                     PERFORM H610-ROLL-NEXT
                WHEN WS-RC-RETRY
                     IF STO-FAIL-DATE = ZEROS
                        MOVE WS-RUN-DATE-YMD TO STO-FAIL-DATE
                     END-IF
                     COMPUTE WS-FAIL-DAYS =
                             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD)
                           - FUNCTION INTEGER-OF-DATE (STO-FAIL-DATE)
                     IF WS-FAIL-DAYS >= WS-PARM-RETRY
                        ADD 1 TO WS-CNT-LAPSED
                        MOVE "DUSTU" TO WS-RESULT
                        MOVE 'L' TO STO-STATUS
                     ELSE
                        ADD 1 TO WS-CNT-RETRY
                        MOVE "TEKRAR" TO WS-RESULT
                     END-IF
                WHEN OTHER
                     ADD 1 TO WS-CNT-SKIPPED
                     MOVE "ATLANDI" TO WS-RESULT
                     MOVE ZEROS TO STO-FAIL-DATE
                     PERFORM H610-ROLL-NEXT
           END-EVALUATE.
           IF STO-ACTIVE AND STO-END-DATE NOT = ZEROS
              AND STO-NEXT-DATE > STO-END-DATE
              ADD 1 TO WS-CNT-ENDED
              MOVE 'E' TO STO-STATUS
           END-IF.
           REWRITE STO-REC.
           IF NOT ST-STOFILE-OK
              DISPLAY "STO-FILE REWRITE ERROR: " ST-STOFILE
                      " TALIMAT " STO-KEY
           END-IF.
           PERFORM H400-WRITE-RPT.
       H300-END. EXIT.

       H320-WRITE-PAYMENT.
           MOVE STO-UID TO PAY-UID.
           MOVE STO-ACCT TO PAY-ACCT.
           MOVE STO-NO TO PAY-STO-NO.
           MOVE WS-RUN-DATE-YMD TO PAY-DATE.
           MOVE STO-AMOUNT TO PAY-AMOUNT.
           MOVE STO-BEN-NAME TO PAY-BEN-NAME.
           MOVE STO-BEN-REF TO PAY-BEN-REF.
           MOVE WS-RUN-ID TO PAY-RUNID.
           WRITE PAY-REC.
           IF NOT PAY-SUCCESS
              DISPLAY "PAY-FILE WRITE ERROR: " PAY-ST
                      " TALIMAT " STO-KEY
           END-IF.
       H320-END. EXIT.

       H350-END-ORDER.
           ADD 1 TO WS-CNT-ENDED.
           MOVE 'E' TO STO-STATUS.
           REWRITE STO-REC.
           IF NOT ST-STOFILE-OK
              DISPLAY "STO-FILE REWRITE ERROR: " ST-STOFILE
                      " TALIMAT " STO-KEY
           END-IF.
           MOVE STO-UID TO WS-ID-DISP.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ID-DISP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  STO-ACCT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  STO-NO DELIMITED BY SIZE
                  " SONA ERDI  BITIS:" DELIMITED BY SIZE
                  STO-END-DATE DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H350-END. EXIT.

       H400-WRITE-RPT.
           MOVE STO-UID TO WS-ID-DISP.
           MOVE STO-AMOUNT TO WS-AMT-DISP.
           MOVE SPACES TO RPT-LINE.
           IF STO-BEN-INTERNAL
              STRING WS-ID-DISP DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     STO-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     STO-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " ALACAKLI:" DELIMITED BY SIZE
                     STO-BEN-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     STO-BEN-ACCT DELIMITED BY SIZE
                     " TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " RC:" DELIMITED BY SIZE
                     WS-SUB-RC DELIMITED BY SIZE
                     " SONRAKI:" DELIMITED BY SIZE
                     STO-NEXT-DATE DELIMITED BY SIZE
                     " DURUM:" DELIMITED BY SIZE
                     STO-STATUS DELIMITED BY SIZE
                     INTO RPT-LINE
           ELSE
              STRING WS-ID-DISP DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     STO-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     STO-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RESULT DELIMITED BY SIZE
                     " DIS:" DELIMITED BY SIZE
                     FUNCTION TRIM (STO-BEN-NAME) DELIMITED BY SIZE
                     " TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " RC:" DELIMITED BY SIZE
                     WS-SUB-RC DELIMITED BY SIZE
                     " SONRAKI:" DELIMITED BY SIZE
                     STO-NEXT-DATE DELIMITED BY SIZE
                     " DURUM:" DELIMITED BY SIZE
                     STO-STATUS DELIMITED BY SIZE
                     INTO RPT-LINE
           END-IF.
           WRITE RPT-REC.
           IF NOT WS-RC-OK
              MOVE SPACES TO RPT-LINE
              STRING "     " DELIMITED BY SIZE
                     WS-COMMENT-2 DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
       H400-END. EXIT.

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

       H710-MONTH-END.
           MOVE WS-DAYS-IN-MONTH (WS-DT-MM) TO WS-MAX-DAY.
           IF WS-DT-MM = 2
              AND FUNCTION MOD (WS-DT-YYYY, 4) = 0
              AND (FUNCTION MOD (WS-DT-YYYY, 100) NOT = 0
                   OR FUNCTION MOD (WS-DT-YYYY, 400) = 0)
              MOVE 29 TO WS-MAX-DAY
           END-IF.
       H710-END. EXIT.

       H900-TRAILER.
           MOVE WS-TOT-EXECUTED TO WS-AMT-DISP
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " VADESI GELEN:" DELIMITED BY SIZE
                  WS-CNT-DUE        DELIMITED BY SIZE
                  " YAPILAN:"      DELIMITED BY SIZE
                  WS-CNT-EXECUTED   DELIMITED BY SIZE
                  " TEKRAR:"       DELIMITED BY SIZE
                  WS-CNT-RETRY      DELIMITED BY SIZE
                  " DUSEN:"        DELIMITED BY SIZE
                  WS-CNT-LAPSED     DELIMITED BY SIZE
                  " ATLANAN:"      DELIMITED BY SIZE
                  WS-CNT-SKIPPED    DELIMITED BY SIZE
                  " BITEN:"        DELIMITED BY SIZE
                  WS-CNT-ENDED      DELIMITED BY SIZE
                  " TOPLAM TUTAR:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== STORUN TOTALS ====="
           DISPLAY "OKUNAN TALIMAT    : " WS-CNT-READ
           DISPLAY "VADESI GELEN      : " WS-CNT-DUE
           DISPLAY "YAPILAN           : " WS-CNT-EXECUTED
           DISPLAY "TEKRAR DENENECEK  : " WS-CNT-RETRY
           DISPLAY "DUSEN (LAPSED)    : " WS-CNT-LAPSED
           DISPLAY "ATLANAN           : " WS-CNT-SKIPPED
           DISPLAY "SONA EREN         : " WS-CNT-ENDED.
       H900-END. EXIT.

       H950-REGISTER-END.
           IF REG-IS-OPEN
              MOVE SPACES TO REG-REC
              MOVE WS-RUN-NO TO REG-RUN-NO
              MOVE 'E' TO REG-TYPE
              MOVE 'STORUN  ' TO REG-PGM
              MOVE WS-RUN-DATE-YMD TO REG-DATE
              MOVE WS-RUN-ID TO REG-RUNID
              MOVE ZEROS TO REG-BATCH-CNT
              MOVE ZEROS TO REG-BATCH-HASH
              MOVE WS-CNT-DUE TO REG-CNT-TOTAL
              MOVE WS-CNT-EXECUTED TO REG-CNT-APPLIED
              WRITE REG-REC
              CLOSE REG-FILE
              MOVE 'N' TO WS-REG-OPEN
           END-IF.
       H950-END. EXIT.

       H990-CLOSE-SUBPROG.
           IF SUB-IS-ACTIVE
              SET WS-CLOSE TO TRUE
              CALL WS-SUBPROG USING WS-SUB-AREA
              MOVE 'N' TO WS-SUB-ACTIVE
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H990-CLOSE-SUBPROG.
           CLOSE STO-FILE.
           CLOSE PAY-FILE.
           CLOSE RPT-FILE.
           IF REG-IS-OPEN
              CLOSE REG-FILE
           END-IF.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
