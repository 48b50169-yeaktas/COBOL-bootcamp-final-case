       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSLOAD.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REJ-FILE ASSIGN TO REJFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS REJ-ST.
           SELECT OPTIONAL EDT-FILE ASSIGN TO EDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS EDT-ST.
           SELECT OPTIONAL OUT-FILE ASSIGN TO OUTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS OUT-ST.
           SELECT OPTIONAL SUS-FILE ASSIGN TO SUSFILE
                           STATUS ST-SUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY SUS-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS REG-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           05 REJ-RAW              PIC X(79).
           05 REJ-REASON           PIC X(40).

       FD  EDT-FILE RECORDING MODE F.
       01  EDT-REC.
           05 EDT-LINE             PIC X(130).
       01  EDT-DETAIL.
           05 EDT-RAW              PIC X(79).
           05 FILLER               PIC X(01).
           05 EDT-REASON           PIC X(40).
           05 FILLER               PIC X(10).

       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           03 OUT-FINAL            PIC X(220).
           03 OUT-RC               PIC X(02).
           03 OUT-INP-IMAGE        PIC X(79).
       01  OUT-DETAIL.
           03 FILLER               PIC X(20).
           03 OUT-COMMENT          PIC X(200).
           03 FILLER               PIC X(81).

       FD SUS-FILE.
       01 SUS-REC.
       COPY SUSREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(130).

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
           03 REJ-ST                  PIC 9(02).
              88 REJ-SUCCESS             VALUE 00 05.
              88 REJ-EOF                 VALUE 10.
           03 EDT-ST                  PIC 9(02).
              88 EDT-SUCCESS             VALUE 00 05.
              88 EDT-EOF                 VALUE 10.
           03 OUT-ST                  PIC 9(02).
              88 OUT-SUCCESS             VALUE 00 05.
              88 OUT-EOF                 VALUE 10.
           03 ST-SUSFILE              PIC 9(02).
              88 ST-SUSFILE-OK          VALUE 00 05 97.
              88 ST-SUSFILE-EOF         VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-PARM                 PIC X(05).
              88 PARM-FORCE              VALUE 'FORCE'.
           03 WS-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
              88 DAY-ALREADY-LOADED      VALUE 'Y'.
           03 WS-FM-DONE-SW           PIC X(01) VALUE 'N'.
              88 FNLMAIN1-COMPLETED      VALUE 'Y'.
           03 WS-LAST-SUS-NO          PIC 9(08) VALUE ZEROS.
           03 WS-FAIL-IMAGE           PIC X(79).
           03 WS-FAIL-SOURCE          PIC X(01).
           03 WS-FAIL-RC              PIC 9(02).
           03 WS-FAIL-REASON          PIC X(60).
           03 WS-RESULT               PIC X(10).
           03 WS-RSB-CNT              PIC 9(05) VALUE ZEROS.
           03 WS-RSB-MAX              PIC 9(05) VALUE 2000.
           03 WS-RSB-IDX              PIC 9(05) VALUE ZEROS.
           03 WS-RSB-HIT              PIC 9(05) VALUE ZEROS.
           03 WS-RSB-FULL-SW          PIC X(01) VALUE 'N'.
              88 RSB-TABLE-FULL          VALUE 'Y'.
           03 WS-CNT-REJ              PIC 9(07) VALUE ZEROS.
           03 WS-CNT-EDT              PIC 9(07) VALUE ZEROS.
           03 WS-CNT-OUT              PIC 9(07) VALUE ZEROS.
           03 WS-CNT-NEW              PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REOPENED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CLEARED          PIC 9(07) VALUE ZEROS.
           03 REG-ST                  PIC 9(02).
              88 REG-SUCCESS             VALUE 00 05.
              88 REG-EOF                 VALUE 10.
           03 WS-REG-OPEN             PIC X(01) VALUE 'N'.
              88 REG-IS-OPEN             VALUE 'Y'.
           03 WS-RUN-NO               PIC 9(06) VALUE ZEROS.
           03 WS-MAX-RUN-NO           PIC 9(06) VALUE ZEROS.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-RUN-ID.
              05 WS-RUN-ID-PGM        PIC X(02).
              05 WS-RUN-ID-SEQ        PIC 9(06).
       01 WS-RSB-TABLE.
           03 WS-RSB-ENTRY OCCURS 2000 TIMES.
              05 WS-RSB-NO            PIC 9(08).
              05 WS-RSB-IMAGE         PIC X(79).
              05 WS-RSB-MATCH-SW      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H070-REGISTER-RUN
           PERFORM H100-OPEN-FILES
           PERFORM H150-SCAN-SUSPENSE
           PERFORM H200-LOAD-REJECTS
           PERFORM H300-LOAD-EDITS
           PERFORM H400-LOAD-OUTPUT
           PERFORM H600-CLEAR-RESUBMITTED
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
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H070-REGISTER-RUN.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM.
           OPEN INPUT REG-FILE.
           IF REG-SUCCESS
              READ REG-FILE
              PERFORM H080-SCAN-REGISTRY UNTIL REG-EOF
              CLOSE REG-FILE
           END-IF.
           IF DAY-ALREADY-LOADED AND NOT PARM-FORCE
              DISPLAY "SUSLOAD " WS-RUN-DATE-YMD
                      " TARIHI ICIN ZATEN KOSMUS - TEKRAR ICIN "
                      "PARM=FORCE"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-RUN-NO = WS-MAX-RUN-NO + 1.
           OPEN EXTEND REG-FILE.
           IF NOT REG-SUCCESS
              DISPLAY "REGFILE DOES NOT OPENED"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-REG-OPEN.
           MOVE 'SL' TO WS-RUN-ID-PGM.
           MOVE WS-RUN-NO TO WS-RUN-ID-SEQ.
           MOVE SPACES TO REG-REC.
           MOVE WS-RUN-NO TO REG-RUN-NO.
           MOVE 'S' TO REG-TYPE.
           MOVE 'SUSLOAD ' TO REG-PGM.
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
           DISPLAY "SUSLOAD KOSU NO " WS-RUN-NO.
       H070-END. EXIT.

       H080-SCAN-REGISTRY.
           IF REG-RUN-NO NUMERIC AND REG-RUN-NO > WS-MAX-RUN-NO
              MOVE REG-RUN-NO TO WS-MAX-RUN-NO
           END-IF.
           IF REG-TYPE-END AND REG-DATE = WS-RUN-DATE-YMD
              IF REG-PGM = 'SUSLOAD '
                 MOVE 'Y' TO WS-LOAD-DONE-SW
              END-IF
              IF REG-PGM = 'FNLMAIN1'
                 MOVE 'Y' TO WS-FM-DONE-SW
              END-IF
           END-IF.
           READ REG-FILE.
       H080-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT REJ-FILE.
           IF NOT REJ-SUCCESS
              DISPLAY "REJ-FILE OPEN ERROR: " REJ-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT EDT-FILE.
           IF NOT EDT-SUCCESS
              DISPLAY "EDT-FILE OPEN ERROR: " EDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT OUT-FILE.
           IF NOT OUT-SUCCESS
              DISPLAY "OUT-FILE OPEN ERROR: " OUT-ST
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
           STRING "SUSLOAD ASKI DOSYASI YUKLEME RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  " KOSU:" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
       H100-END. EXIT.

       H150-SCAN-SUSPENSE.
           PERFORM H160-READ-NEXT-SUS.
           PERFORM H170-SAVE-RESUBMITTED UNTIL ST-SUSFILE-EOF.
       H150-END. EXIT.

       H160-READ-NEXT-SUS.
           READ SUS-FILE NEXT RECORD.
           IF NOT ST-SUSFILE-OK AND NOT ST-SUSFILE-EOF
              DISPLAY "SUS-FILE READ ERROR: " ST-SUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H160-END. EXIT.

       H170-SAVE-RESUBMITTED.
           MOVE SUS-NO TO WS-LAST-SUS-NO.
           IF SUS-RESUBMITTED
              IF WS-RSB-CNT < WS-RSB-MAX
                 ADD 1 TO WS-RSB-CNT
                 MOVE SUS-NO TO WS-RSB-NO (WS-RSB-CNT)
                 MOVE SUS-INP-IMAGE TO WS-RSB-IMAGE (WS-RSB-CNT)
                 MOVE 'N' TO WS-RSB-MATCH-SW (WS-RSB-CNT)
              ELSE
                 IF NOT RSB-TABLE-FULL
                    DISPLAY 'YENIDEN GONDERILEN TABLOSU DOLU - '
                            'FAZLASI BU KOSUDA KAPATILMAZ'
                    MOVE 'Y' TO WS-RSB-FULL-SW
                 END-IF
              END-IF
           END-IF.
           PERFORM H160-READ-NEXT-SUS.
       H170-END. EXIT.

       H200-LOAD-REJECTS.
           READ REJ-FILE.
           PERFORM H210-REJECT-REC UNTIL REJ-EOF.
       H200-END. EXIT.

       H210-REJECT-REC.
           ADD 1 TO WS-CNT-REJ.
           MOVE REJ-RAW TO WS-FAIL-IMAGE.
           MOVE 'R' TO WS-FAIL-SOURCE.
           MOVE ZEROS TO WS-FAIL-RC.
           MOVE REJ-REASON TO WS-FAIL-REASON.
           PERFORM H500-SUSPEND.
           READ REJ-FILE.
       H210-END. EXIT.

       H300-LOAD-EDITS.
           READ EDT-FILE.
           PERFORM H310-EDIT-REC UNTIL EDT-EOF.
       H300-END. EXIT.

       H310-EDIT-REC.
           IF EDT-REASON NOT = SPACES
              ADD 1 TO WS-CNT-EDT
              MOVE EDT-RAW TO WS-FAIL-IMAGE
              MOVE 'E' TO WS-FAIL-SOURCE
              MOVE ZEROS TO WS-FAIL-RC
              MOVE EDT-REASON TO WS-FAIL-REASON
              PERFORM H500-SUSPEND
           END-IF.
           READ EDT-FILE.
       H310-END. EXIT.

       H400-LOAD-OUTPUT.
           READ OUT-FILE.
           PERFORM H410-OUTPUT-REC UNTIL OUT-EOF.
       H400-END. EXIT.

       H410-OUTPUT-REC.
           IF OUT-INP-IMAGE NOT = SPACES
              AND OUT-RC NOT = '00' AND OUT-RC NOT = '97'
              ADD 1 TO WS-CNT-OUT
              MOVE OUT-INP-IMAGE TO WS-FAIL-IMAGE
              MOVE 'O' TO WS-FAIL-SOURCE
              IF OUT-RC NUMERIC
                 MOVE OUT-RC TO WS-FAIL-RC
              ELSE
                 MOVE ZEROS TO WS-FAIL-RC
              END-IF
              MOVE OUT-COMMENT TO WS-FAIL-REASON
              PERFORM H500-SUSPEND
           END-IF.
           READ OUT-FILE.
       H410-END. EXIT.

       H500-SUSPEND.
           MOVE ZEROS TO WS-RSB-HIT.
           PERFORM H510-FIND-RESUBMITTED
                   VARYING WS-RSB-IDX FROM 1 BY 1
                   UNTIL WS-RSB-IDX > WS-RSB-CNT
                      OR WS-RSB-HIT NOT = ZEROS.
           IF WS-RSB-HIT NOT = ZEROS
              PERFORM H520-REOPEN
           ELSE
              PERFORM H530-ADD-NEW
           END-IF.
           PERFORM H800-WRITE-RPT.
       H500-END. EXIT.

       H510-FIND-RESUBMITTED.
           IF WS-RSB-MATCH-SW (WS-RSB-IDX) = 'N'
              AND WS-RSB-IMAGE (WS-RSB-IDX) = WS-FAIL-IMAGE
              MOVE WS-RSB-IDX TO WS-RSB-HIT
           END-IF.
       H510-END. EXIT.

       H520-REOPEN.
           MOVE 'Y' TO WS-RSB-MATCH-SW (WS-RSB-HIT).
           MOVE WS-RSB-NO (WS-RSB-HIT) TO SUS-NO.
           READ SUS-FILE KEY SUS-KEY
           INVALID KEY
              DISPLAY "SUS-FILE READ ERROR: " ST-SUSFILE
                      " ASKI " SUS-NO
              PERFORM H530-ADD-NEW
           NOT INVALID KEY
              MOVE WS-FAIL-SOURCE TO SUS-SOURCE
              MOVE WS-FAIL-RC TO SUS-RC
              MOVE WS-FAIL-REASON TO SUS-REASON
              MOVE WS-RUN-DATE-YMD TO SUS-LAST-DATE
              IF SUS-FAIL-CNT < 999
                 ADD 1 TO SUS-FAIL-CNT
              END-IF
              MOVE 'O' TO SUS-STATUS
              REWRITE SUS-REC
              IF NOT ST-SUSFILE-OK
                 DISPLAY "SUS-FILE REWRITE ERROR: " ST-SUSFILE
                         " ASKI " SUS-NO
              END-IF
              ADD 1 TO WS-CNT-REOPENED
              MOVE "TEKRAR" TO WS-RESULT
           END-READ.
       H520-END. EXIT.

       H530-ADD-NEW.
           ADD 1 TO WS-LAST-SUS-NO.
           MOVE SPACES TO SUS-REC.
           MOVE WS-LAST-SUS-NO TO SUS-NO.
           MOVE WS-FAIL-IMAGE TO SUS-INP-IMAGE.
           MOVE WS-FAIL-IMAGE TO SUS-ORIG-IMAGE.
           MOVE WS-FAIL-SOURCE TO SUS-SOURCE.
           MOVE WS-FAIL-RC TO SUS-RC.
           MOVE WS-FAIL-REASON TO SUS-REASON.
           MOVE WS-RUN-DATE-YMD TO SUS-FIRST-DATE.
           MOVE WS-RUN-DATE-YMD TO SUS-LAST-DATE.
           MOVE 1 TO SUS-FAIL-CNT.
           MOVE 'O' TO SUS-STATUS.
           MOVE ZEROS TO SUS-REPAIR-DATE.
           MOVE ZEROS TO SUS-RESUB-DATE.
           MOVE ZEROS TO SUS-RESUB-CNT.
           MOVE ZEROS TO SUS-CLOSE-DATE.
           WRITE SUS-REC
           INVALID KEY
              DISPLAY "SUS-FILE WRITE ERROR: " ST-SUSFILE
                      " ASKI " SUS-NO
           NOT INVALID KEY
              ADD 1 TO WS-CNT-NEW
              MOVE "YENI" TO WS-RESULT
           END-WRITE.
       H530-END. EXIT.

       H600-CLEAR-RESUBMITTED.
           IF FNLMAIN1-COMPLETED
              PERFORM H610-CLEAR-ONE
                      VARYING WS-RSB-IDX FROM 1 BY 1
                      UNTIL WS-RSB-IDX > WS-RSB-CNT
           ELSE
              IF WS-RSB-CNT > ZEROS
                 DISPLAY "FNLMAIN1 " WS-RUN-DATE-YMD
                         " BITIS KAYDI YOK - YENIDEN GONDERILEN "
                         "KAYITLAR KAPATILMADI."
              END-IF
           END-IF.
       H600-END. EXIT.

       H610-CLEAR-ONE.
           IF WS-RSB-MATCH-SW (WS-RSB-IDX) = 'N'
              MOVE WS-RSB-NO (WS-RSB-IDX) TO SUS-NO
              READ SUS-FILE KEY SUS-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SUS-RESUBMITTED
                    AND SUS-RESUB-DATE NOT > WS-RUN-DATE-YMD
                    MOVE 'C' TO SUS-STATUS
                    MOVE WS-RUN-DATE-YMD TO SUS-CLOSE-DATE
                    MOVE "YENIDEN GONDERILDI - HATA ALMADI"
                         TO SUS-CLOSE-TEXT
                    REWRITE SUS-REC
                    IF NOT ST-SUSFILE-OK
                       DISPLAY "SUS-FILE REWRITE ERROR: " ST-SUSFILE
                               " ASKI " SUS-NO
                    ELSE
                       ADD 1 TO WS-CNT-CLEARED
                       MOVE "KAPANDI" TO WS-RESULT
                       PERFORM H800-WRITE-RPT
                    END-IF
                 END-IF
              END-READ
           END-IF.
       H610-END. EXIT.

       H800-WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           STRING SUS-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  " KAYNAK:" DELIMITED BY SIZE
                  SUS-SOURCE DELIMITED BY SIZE
                  " RC:" DELIMITED BY SIZE
                  SUS-RC DELIMITED BY SIZE
                  " ILK:" DELIMITED BY SIZE
                  SUS-FIRST-DATE DELIMITED BY SIZE
                  " ADET:" DELIMITED BY SIZE
                  SUS-FAIL-CNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-INP-IMAGE (1:16) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SUS-REASON) DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H800-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "REJFILE:"       DELIMITED BY SIZE
                  WS-CNT-REJ        DELIMITED BY SIZE
                  " EDTFILE:"      DELIMITED BY SIZE
                  WS-CNT-EDT        DELIMITED BY SIZE
                  " OUTFILE:"      DELIMITED BY SIZE
                  WS-CNT-OUT        DELIMITED BY SIZE
                  " YENI:"         DELIMITED BY SIZE
                  WS-CNT-NEW        DELIMITED BY SIZE
                  " TEKRAR ACILAN:" DELIMITED BY SIZE
                  WS-CNT-REOPENED   DELIMITED BY SIZE
                  " KAPANAN:"      DELIMITED BY SIZE
                  WS-CNT-CLEARED    DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== SUSLOAD TOTALS ====="
           DISPLAY "REJFILE HATALI    : " WS-CNT-REJ
           DISPLAY "EDTFILE HATALI    : " WS-CNT-EDT
           DISPLAY "OUTFILE HATALI    : " WS-CNT-OUT
           DISPLAY "YENI ASKI KAYDI   : " WS-CNT-NEW
           DISPLAY "TEKRAR ACILAN     : " WS-CNT-REOPENED
           DISPLAY "KAPANAN (TEMIZ)   : " WS-CNT-CLEARED.
       H900-END. EXIT.

       H950-REGISTER-END.
           IF REG-IS-OPEN
              MOVE SPACES TO REG-REC
              MOVE WS-RUN-NO TO REG-RUN-NO
              MOVE 'E' TO REG-TYPE
              MOVE 'SUSLOAD ' TO REG-PGM
              MOVE WS-RUN-DATE-YMD TO REG-DATE
              MOVE WS-RUN-ID TO REG-RUNID
              MOVE ZEROS TO REG-BATCH-CNT
              MOVE ZEROS TO REG-BATCH-HASH
              COMPUTE REG-CNT-TOTAL = WS-CNT-REJ + WS-CNT-EDT
                                    + WS-CNT-OUT
              COMPUTE REG-CNT-APPLIED = WS-CNT-NEW + WS-CNT-REOPENED
              WRITE REG-REC
              CLOSE REG-FILE
              MOVE 'N' TO WS-REG-OPEN
           END-IF.
       H950-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE REJ-FILE.
           CLOSE EDT-FILE.
           CLOSE OUT-FILE.
           CLOSE SUS-FILE.
           CLOSE RPT-FILE.
           IF REG-IS-OPEN
              CLOSE REG-FILE
           END-IF.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
