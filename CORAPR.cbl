       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CORAPR.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDC-FILE ASSIGN TO CDCFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS CDC-ST.
           SELECT COR-FILE ASSIGN TO CORFILE
                           STATUS ST-CORFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY COR-KEY.
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
       FD  CDC-FILE RECORDING MODE F.
       01  CDC-REC.
           05 CDC-REQ-NO           PIC 9(06).
           05 CDC-DECISION         PIC X(01).
              88 CDC-APPROVE          VALUE 'A'.
              88 CDC-REJECT           VALUE 'R'.
           05 CDC-USER             PIC X(08).
           05 CDC-TEXT             PIC X(40).

       FD COR-FILE.
       01 COR-REC.
       COPY CORREC.

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
           03 CDC-ST                  PIC 9(02).
              88 CDC-SUCCESS             VALUE 00.
              88 CDC-EOF                 VALUE 10.
           03 ST-CORFILE              PIC 9(02).
              88 ST-CORFILE-OK          VALUE 00 97.
              88 ST-CORFILE-EOF         VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 ST-PRMFILE              PIC 9(02).
              88 ST-PRMFILE-OK          VALUE 00.
              88 ST-PRMFILE-EOF         VALUE 10.
           03 WS-CORDAYS-SW           PIC X(01) VALUE 'N'.
              88 CORDAYS-FOUND           VALUE 'Y'.
           03 WS-CORDAYS-EFF          PIC 9(08) VALUE ZEROS.
           03 WS-PARM-DAYS            PIC 9(03).
           03 WS-REASON               PIC X(40).
           03 WS-RESULT               PIC X(12).
           03 WS-AGE-DAYS             PIC S9(07) COMP-3.
           03 WS-ID-DISP              PIC 9(05).
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-APPROVED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-FAILED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REFUSED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-EXPIRED          PIC 9(07) VALUE ZEROS.
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
           03 WS-APR-RUN-ID.
              05 WS-APR-RUN-ID-PGM    PIC X(02) VALUE 'MC'.
              05 WS-APR-RUN-ID-SEQ    PIC 9(06).
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
           PERFORM H200-PROCESS UNTIL CDC-EOF
           PERFORM H500-EXPIRE-SWEEP
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
           IF NOT BDT-DAY-OPEN
              DISPLAY "CORAPR IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H050-GET-PARMS.
           OPEN INPUT PRM-FILE.
           IF NOT ST-PRMFILE-OK
              DISPLAY "CORAPR PRM-FILE OPEN ERROR: " ST-PRMFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE.
           PERFORM H060-SCAN-PARM UNTIL ST-PRMFILE-EOF.
           CLOSE PRM-FILE.
           IF NOT CORDAYS-FOUND
              DISPLAY "CORAPR PARM EKSIK: CORDAYS"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-PARM-DAYS NOT NUMERIC
              DISPLAY "CORAPR PARM HATALI: CORDAYS " WS-PARM-DAYS
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY "===== CORAPR ETKIN PARAMETRELER ====="
           DISPLAY "CORDAYS           : " WS-PARM-DAYS
                   " (GECERLILIK " WS-CORDAYS-EFF ")".
       H050-END. EXIT.

       H060-SCAN-PARM.
           IF PRM-KEY = 'CORDAYS '
              AND (NOT CORDAYS-FOUND
                   OR PRM-EFF-DATE >= WS-CORDAYS-EFF)
              MOVE 'Y' TO WS-CORDAYS-SW
              MOVE PRM-EFF-DATE TO WS-CORDAYS-EFF
              MOVE PRM-VALUE (1:3) TO WS-PARM-DAYS
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
           MOVE 'CA' TO WS-RUN-ID-PGM.
           MOVE WS-RUN-NO TO WS-RUN-ID-SEQ.
           MOVE SPACES TO REG-REC.
           MOVE WS-RUN-NO TO REG-RUN-NO.
           MOVE 'S' TO REG-TYPE.
           MOVE 'CORAPR  ' TO REG-PGM.
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
           DISPLAY "CORAPR KOSU NO " WS-RUN-NO.
       H070-END. EXIT.

       H080-SCAN-REGISTRY.
           IF REG-RUN-NO NUMERIC AND REG-RUN-NO > WS-MAX-RUN-NO
              MOVE REG-RUN-NO TO WS-MAX-RUN-NO
           END-IF.
           READ REG-FILE.
       H080-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT CDC-FILE.
           IF NOT CDC-SUCCESS
              DISPLAY "CDC-FILE OPEN ERROR: " CDC-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O COR-FILE.
           IF NOT ST-CORFILE-OK
              DISPLAY "COR-FILE OPEN ERROR: " ST-CORFILE
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
           STRING "CORAPR HESAP DUZELTME ONAY RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  " KOSU:" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  " CORDAYS:" DELIMITED BY SIZE
                  WS-PARM-DAYS DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ CDC-FILE.
           IF NOT CDC-SUCCESS AND NOT CDC-EOF
              DISPLAY "CDC-FILE READ ERROR: " CDC-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
                WHEN CDC-REQ-NO NOT NUMERIC
                     MOVE "TALEP NO NUMERIK DEGIL" TO WS-REASON
                WHEN NOT CDC-APPROVE AND NOT CDC-REJECT
                     MOVE "GECERSIZ KARAR KODU (CDC-DECISION)"
                          TO WS-REASON
                WHEN CDC-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (CDC-USER)"
                          TO WS-REASON
                WHEN CDC-REJECT AND CDC-TEXT = SPACES
                     MOVE "RED NEDENI EKSIK (CDC-TEXT)" TO WS-REASON
                WHEN OTHER
                     PERFORM H300-DECIDE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REFUSED
              PERFORM H810-RPT-REFUSED
           END-IF.
           READ CDC-FILE.
       H200-END. EXIT.

       H300-DECIDE.
           MOVE CDC-REQ-NO TO COR-REQ-NO.
           READ COR-FILE KEY COR-KEY
           INVALID KEY
              MOVE "TALEP BULUNAMADI" TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD)
                    - FUNCTION INTEGER-OF-DATE (COR-MAKER-DATE)
              EVALUATE TRUE
                   WHEN NOT COR-PENDING
                        STRING "TALEP ONAY BEKLEMIYOR (DURUM:"
                               DELIMITED BY SIZE
                               COR-STATUS DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO WS-REASON
                   WHEN WS-AGE-DAYS > WS-PARM-DAYS
                        PERFORM H450-EXPIRE-REQUEST
                        MOVE "TALEP SURESI DOLDU" TO WS-REASON
                   WHEN CDC-USER = COR-MAKER-USER
                        MOVE "YAPAN VE ONAYLAYAN AYNI KULLANICI"
                             TO WS-REASON
                   WHEN CDC-REJECT
                        PERFORM H420-REJECT-REQUEST
                   WHEN OTHER
                        PERFORM H400-APPROVE-REQUEST
              END-EVALUATE
           END-IF.
       H300-END. EXIT.

       H400-APPROVE-REQUEST.
           MOVE COR-REQ-NO TO WS-APR-RUN-ID-SEQ.
           IF COR-OPRT-UPDATE
              SET WS-UPDATE TO TRUE
           ELSE
              SET WS-POST TO TRUE
           END-IF.
           MOVE COR-UID TO WS-SUB-UID.
           MOVE COR-ACCT TO WS-SUB-ACCT.
           MOVE SPACE TO WS-SUB-ACCT-TYPE.
           MOVE ZEROS TO WS-SUB-RC.
           MOVE SPACES TO WS-COMMENT-1.
           MOVE SPACES TO WS-COMMENT-2.
           MOVE SPACES TO WS-FNAME-FROM.
           MOVE COR-NEW-NAME TO WS-FNAME-TO.
           MOVE SPACES TO WS-LNAME-FROM.
           MOVE COR-NEW-SURNAME TO WS-LNAME-TO.
           MOVE COR-NEW-DATE TO WS-SUB-DATE.
           MOVE COR-NEW-BALANCE TO WS-SUB-BALANCE.
           MOVE COR-NEW-EXC TO WS-SUB-EXC.
           MOVE COR-NEW-ODLIM TO WS-SUB-ODLIM.
           MOVE WS-APR-RUN-ID TO WS-SUB-RUNID.
           MOVE ZEROS TO WS-SUB-TO-UID.
           MOVE ZEROS TO WS-SUB-TO-ACCT.
           MOVE 'Y' TO WS-SUB-ACTIVE.
           CALL WS-SUBPROG USING WS-SUB-AREA.
           MOVE WS-SUB-RC TO COR-SUB-RC.
           MOVE WS-APR-RUN-ID TO COR-RUNID.
           MOVE CDC-USER TO COR-CHECKER-USER.
           MOVE WS-RUN-DATE-YMD TO COR-CHECK-DATE.
           MOVE WS-COMMENT-2 TO COR-CHECK-TEXT.
           IF WS-RC-OK
              MOVE 'A' TO COR-STATUS
              ADD 1 TO WS-CNT-APPROVED
              MOVE "UYGULANDI" TO WS-RESULT
           ELSE
              MOVE 'F' TO COR-STATUS
              ADD 1 TO WS-CNT-FAILED
              MOVE "UYGULANAMADI" TO WS-RESULT
           END-IF.
           PERFORM H480-REWRITE-REQUEST.
           PERFORM H800-WRITE-RPT.
       H400-END. EXIT.

       H420-REJECT-REQUEST.
           MOVE 'R' TO COR-STATUS.
           MOVE CDC-USER TO COR-CHECKER-USER.
           MOVE WS-RUN-DATE-YMD TO COR-CHECK-DATE.
           MOVE CDC-TEXT TO COR-CHECK-TEXT.
           ADD 1 TO WS-CNT-REJECTED.
           MOVE "REDDEDILDI" TO WS-RESULT.
           PERFORM H480-REWRITE-REQUEST.
           PERFORM H800-WRITE-RPT.
       H420-END. EXIT.

       H450-EXPIRE-REQUEST.
           MOVE 'E' TO COR-STATUS.
           MOVE 'CORAPR  ' TO COR-CHECKER-USER.
           MOVE WS-RUN-DATE-YMD TO COR-CHECK-DATE.
           MOVE SPACES TO COR-CHECK-TEXT.
           STRING "ONAY SURESI DOLDU - CORDAYS:" DELIMITED BY SIZE
                  WS-PARM-DAYS DELIMITED BY SIZE
                  INTO COR-CHECK-TEXT.
           ADD 1 TO WS-CNT-EXPIRED.
           MOVE "SURESI DOLDU" TO WS-RESULT.
           PERFORM H480-REWRITE-REQUEST.
           PERFORM H800-WRITE-RPT.
       H450-END. EXIT.

       H480-REWRITE-REQUEST.
           REWRITE COR-REC.
           IF NOT ST-CORFILE-OK
              DISPLAY "COR-FILE REWRITE ERROR: " ST-CORFILE
                      " TALEP " COR-REQ-NO
           END-IF.
       H480-END. EXIT.

       H500-EXPIRE-SWEEP.
           MOVE ZEROS TO COR-REQ-NO.
           START COR-FILE KEY >= COR-KEY
           INVALID KEY
              MOVE 10 TO ST-CORFILE
           END-START.
           IF NOT ST-CORFILE-EOF
              PERFORM H510-READ-NEXT
              PERFORM H520-CHECK-EXPIRY UNTIL ST-CORFILE-EOF
           END-IF.
       H500-END. EXIT.

       H510-READ-NEXT.
           READ COR-FILE NEXT RECORD.
           IF NOT ST-CORFILE-OK AND NOT ST-CORFILE-EOF
              DISPLAY "COR-FILE READ ERROR: " ST-CORFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H510-END. EXIT.

       H520-CHECK-EXPIRY.
           IF COR-PENDING
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD)
                    - FUNCTION INTEGER-OF-DATE (COR-MAKER-DATE)
              IF WS-AGE-DAYS > WS-PARM-DAYS
                 PERFORM H450-EXPIRE-REQUEST
              END-IF
           END-IF.
           PERFORM H510-READ-NEXT.
       H520-END. EXIT.

       H800-WRITE-RPT.
           MOVE COR-UID TO WS-ID-DISP.
           MOVE SPACES TO RPT-LINE.
           STRING COR-REQ-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COR-OPRT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ID-DISP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  COR-ACCT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  " YAPAN:" DELIMITED BY SIZE
                  COR-MAKER-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COR-MAKER-DATE DELIMITED BY SIZE
                  " ONAYLAYAN:" DELIMITED BY SIZE
                  COR-CHECKER-USER DELIMITED BY SIZE
                  " KOSU:" DELIMITED BY SIZE
                  COR-RUNID DELIMITED BY SIZE
                  " RC:" DELIMITED BY SIZE
                  COR-SUB-RC DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE.
           STRING "       " DELIMITED BY SIZE
                  COR-CHECK-TEXT DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H800-END. EXIT.

       H810-RPT-REFUSED.
           MOVE SPACES TO RPT-LINE.
           STRING CDC-REQ-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CDC-DECISION DELIMITED BY SIZE
                  " KARAR REDDEDILDI NEDEN: " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  " KULL:" DELIMITED BY SIZE
                  CDC-USER DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H810-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN KARAR:"  DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " UYGULANAN:"    DELIMITED BY SIZE
                  WS-CNT-APPROVED   DELIMITED BY SIZE
                  " UYGULANAMAYAN:" DELIMITED BY SIZE
                  WS-CNT-FAILED     DELIMITED BY SIZE
                  " REDDEDILEN:"   DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  " GECERSIZ KARAR:" DELIMITED BY SIZE
                  WS-CNT-REFUSED    DELIMITED BY SIZE
                  " SURESI DOLAN:" DELIMITED BY SIZE
                  WS-CNT-EXPIRED    DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== CORAPR TOTALS ====="
           DISPLAY "OKUNAN KARAR      : " WS-CNT-READ
           DISPLAY "ONAYLANAN/UYGULAN : " WS-CNT-APPROVED
           DISPLAY "UYGULANAMAYAN     : " WS-CNT-FAILED
           DISPLAY "REDDEDILEN TALEP  : " WS-CNT-REJECTED
           DISPLAY "GECERSIZ KARAR    : " WS-CNT-REFUSED
           DISPLAY "SURESI DOLAN      : " WS-CNT-EXPIRED
           IF WS-CNT-REFUSED > ZEROS OR WS-CNT-FAILED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H950-REGISTER-END.
           IF REG-IS-OPEN
              MOVE SPACES TO REG-REC
              MOVE WS-RUN-NO TO REG-RUN-NO
              MOVE 'E' TO REG-TYPE
              MOVE 'CORAPR  ' TO REG-PGM
              MOVE WS-RUN-DATE-YMD TO REG-DATE
              MOVE WS-RUN-ID TO REG-RUNID
              MOVE ZEROS TO REG-BATCH-CNT
              MOVE ZEROS TO REG-BATCH-HASH
              MOVE WS-CNT-READ TO REG-CNT-TOTAL
              MOVE WS-CNT-APPROVED TO REG-CNT-APPLIED
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
           CLOSE CDC-FILE.
           CLOSE COR-FILE.
           CLOSE RPT-FILE.
           IF REG-IS-OPEN
              CLOSE REG-FILE
           END-IF.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
