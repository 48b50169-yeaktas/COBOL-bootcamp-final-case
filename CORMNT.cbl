       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CORMNT.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRQ-FILE ASSIGN TO CRQFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS CRQ-ST.
           SELECT OPTIONAL COR-FILE ASSIGN TO CORFILE
                           STATUS ST-CORFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY COR-KEY.
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
       FD  CRQ-FILE RECORDING MODE F.
       01  CRQ-REC.
           05 CRQ-OPRT             PIC X(01).
           05 CRQ-UID              PIC 9(05).
           05 CRQ-ACCT             PIC 9(02).
           05 FILLER               PIC X(01).
           05 CRQ-NAME             PIC X(15).
           05 CRQ-SURNAME          PIC X(15).
           05 CRQ-DATE             PIC 9(07).
           05 CRQ-BALANCE          PIC S9(15).
           05 CRQ-EXC              PIC S9(03).
           05 CRQ-ODLIM            PIC S9(15).
           05 CRQ-USER             PIC X(08).
           05 CRQ-REASON           PIC X(40).

       FD COR-FILE.
       01 COR-REC.
       COPY CORREC.

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
           03 CRQ-ST                  PIC 9(02).
              88 CRQ-SUCCESS             VALUE 00.
              88 CRQ-EOF                 VALUE 10.
           03 ST-CORFILE              PIC 9(02).
              88 ST-CORFILE-OK          VALUE 00 05 97.
              88 ST-CORFILE-EOF         VALUE 10.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-REASON               PIC X(40).
           03 WS-LAST-REQ-NO          PIC 9(06) VALUE ZEROS.
           03 WS-ID-DISP              PIC 9(05).
           03 WS-RPT-PTR              PIC 9(03).
           03 WS-AMT-DISP             PIC -(15)9.
           03 WS-AMT-DISP2            PIC -(15)9.
           03 WS-EXC-DISP             PIC -(3)9.
           03 WS-BAL-NEW              PIC S9(15).
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ENTERED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H150-FIND-LAST-REQ
           PERFORM H200-PROCESS UNTIL CRQ-EOF
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
           OPEN INPUT CRQ-FILE.
           IF NOT CRQ-SUCCESS
              DISPLAY "CRQ-FILE OPEN ERROR: " CRQ-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O COR-FILE.
           IF NOT ST-CORFILE-OK
              DISPLAY "COR-FILE OPEN ERROR: " ST-CORFILE
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
           STRING "CORMNT HESAP DUZELTME TALEP GIRIS RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           READ CRQ-FILE.
           IF NOT CRQ-SUCCESS AND NOT CRQ-EOF
              DISPLAY "CRQ-FILE READ ERROR: " CRQ-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H150-FIND-LAST-REQ.
           PERFORM H160-READ-NEXT-REQ.
           PERFORM H160-READ-NEXT-REQ UNTIL ST-CORFILE-EOF.
       H150-END. EXIT.

       H160-READ-NEXT-REQ.
           READ COR-FILE NEXT RECORD.
           IF ST-CORFILE-OK
              MOVE COR-REQ-NO TO WS-LAST-REQ-NO
           ELSE
              IF NOT ST-CORFILE-EOF
                 DISPLAY "COR-FILE READ ERROR: " ST-CORFILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H160-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
                WHEN CRQ-OPRT NOT = 'U' AND CRQ-OPRT NOT = 'P'
                     MOVE "GECERSIZ ISLEM KODU (CRQ-OPRT)"
                          TO WS-REASON
                WHEN CRQ-UID NOT NUMERIC OR CRQ-ACCT NOT NUMERIC
                     MOVE "HESAP ANAHTARI NUMERIK DEGIL"
                          TO WS-REASON
                WHEN CRQ-USER = SPACES
                     MOVE "KULLANICI KODU EKSIK (CRQ-USER)"
                          TO WS-REASON
                WHEN CRQ-REASON = SPACES
                     MOVE "DUZELTME NEDENI EKSIK (CRQ-REASON)"
                          TO WS-REASON
                WHEN CRQ-DATE NOT NUMERIC
                     OR CRQ-BALANCE NOT NUMERIC
                     OR CRQ-EXC NOT NUMERIC
                     OR CRQ-ODLIM NOT NUMERIC
                     MOVE "SAYISAL ALAN HATALI" TO WS-REASON
                WHEN OTHER
                     PERFORM H300-CHECK-ACCOUNT
           END-EVALUATE.
           IF WS-REASON = SPACES
              PERFORM H400-ENTER-REQUEST
           END-IF.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H800-WRITE-RPT.
           READ CRQ-FILE.
       H200-END. EXIT.

       H300-CHECK-ACCOUNT.
           MOVE CRQ-UID TO IDX-ID.
           MOVE CRQ-ACCT TO IDX-ACCT.
           READ IDX-FILE KEY IDX-KEY
           INVALID KEY
              MOVE "HESAP BULUNAMADI" TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES
              IF CRQ-OPRT = 'U'
                 IF CRQ-NAME = SPACES AND CRQ-SURNAME = SPACES
                    AND CRQ-DATE = ZEROS AND CRQ-BALANCE = -1
                    AND CRQ-EXC = -1 AND CRQ-ODLIM = -1
                    MOVE "ONERILEN DEGISIKLIK YOK" TO WS-REASON
                 END-IF
              ELSE
                 IF CRQ-BALANCE = ZEROS
                    MOVE "GECERSIZ TUTAR (CRQ-BALANCE)" TO WS-REASON
                 END-IF
              END-IF
           END-IF.
       H300-END. EXIT.

       H400-ENTER-REQUEST.
           IF WS-LAST-REQ-NO = 999999
              MOVE "BOS TALEP NO KALMADI" TO WS-REASON
           ELSE
              ADD 1 TO WS-LAST-REQ-NO
              MOVE SPACES TO COR-REC
              MOVE WS-LAST-REQ-NO TO COR-REQ-NO
              MOVE CRQ-UID TO COR-UID
              MOVE CRQ-ACCT TO COR-ACCT
              MOVE CRQ-OPRT TO COR-OPRT
              IF COR-OPRT-UPDATE
                 MOVE CRQ-NAME TO COR-NEW-NAME
                 MOVE CRQ-SURNAME TO COR-NEW-SURNAME
                 MOVE CRQ-DATE TO COR-NEW-DATE
                 MOVE CRQ-EXC TO COR-NEW-EXC
                 MOVE CRQ-ODLIM TO COR-NEW-ODLIM
              ELSE
                 MOVE ZEROS TO COR-NEW-DATE
                 MOVE -1 TO COR-NEW-EXC
                 MOVE -1 TO COR-NEW-ODLIM
              END-IF
              MOVE CRQ-BALANCE TO COR-NEW-BALANCE
              MOVE IDX-NAME TO COR-CUR-NAME
              MOVE IDX-SURNAME TO COR-CUR-SURNAME
              MOVE IDX-DATE TO COR-CUR-DATE
              MOVE IDX-BALANCE TO COR-CUR-BALANCE
              MOVE IDX-EXC TO COR-CUR-EXC
              MOVE IDX-OD-LIMIT TO COR-CUR-ODLIM
              MOVE CRQ-REASON TO COR-REASON
              MOVE 'P' TO COR-STATUS
              MOVE CRQ-USER TO COR-MAKER-USER
              MOVE WS-RUN-DATE-YMD TO COR-MAKER-DATE
              MOVE ZEROS TO COR-CHECK-DATE
              MOVE ZEROS TO COR-SUB-RC
              WRITE COR-REC
              INVALID KEY
                 MOVE "TALEP NO ZATEN MEVCUT" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-ENTERED
              END-WRITE
           END-IF.
       H400-END. EXIT.

       H800-WRITE-RPT.
           MOVE CRQ-UID TO WS-ID-DISP.
           MOVE SPACES TO RPT-LINE.
           IF WS-REASON NOT = SPACES
              STRING "------ " DELIMITED BY SIZE
                     CRQ-OPRT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CRQ-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     CRQ-ACCT DELIMITED BY SIZE
                     " REDDEDILDI NEDEN: " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                     " YAPAN:" DELIMITED BY SIZE
                     CRQ-USER DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           ELSE
              STRING COR-REQ-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     COR-OPRT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ID-DISP DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     COR-ACCT DELIMITED BY SIZE
                     " ONAY BEKLIYOR YAPAN:" DELIMITED BY SIZE
                     COR-MAKER-USER DELIMITED BY SIZE
                     " NEDEN:" DELIMITED BY SIZE
                     FUNCTION TRIM (COR-REASON) DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
              PERFORM H810-RPT-CURRENT
              PERFORM H820-RPT-PROPOSED
           END-IF.
       H800-END. EXIT.

       H810-RPT-CURRENT.
           MOVE COR-CUR-BALANCE TO WS-AMT-DISP.
           MOVE COR-CUR-ODLIM TO WS-AMT-DISP2.
           MOVE COR-CUR-EXC TO WS-EXC-DISP.
           MOVE SPACES TO RPT-LINE.
           STRING "       MEVCUT  : AD:" DELIMITED BY SIZE
                  COR-CUR-NAME DELIMITED BY SIZE
                  " SOY:" DELIMITED BY SIZE
                  COR-CUR-SURNAME DELIMITED BY SIZE
                  " TAR:" DELIMITED BY SIZE
                  COR-CUR-DATE DELIMITED BY SIZE
                  " BAK:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  " IST:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EXC-DISP) DELIMITED BY SIZE
                  " KMH:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP2) DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
       H810-END. EXIT.

       H820-RPT-PROPOSED.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING "       ONERILEN:" DELIMITED BY SIZE
                  INTO RPT-LINE WITH POINTER WS-RPT-PTR.
           IF COR-OPRT-POST
              COMPUTE WS-BAL-NEW = COR-CUR-BALANCE + COR-NEW-BALANCE
              MOVE COR-NEW-BALANCE TO WS-AMT-DISP
              MOVE WS-BAL-NEW TO WS-AMT-DISP2
              STRING " TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " YENI BAK:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP2) DELIMITED BY SIZE
                     INTO RPT-LINE WITH POINTER WS-RPT-PTR
           ELSE
              IF COR-NEW-NAME NOT = SPACES
                 STRING " AD:" DELIMITED BY SIZE
                        COR-NEW-NAME DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-SURNAME NOT = SPACES
                 STRING " SOY:" DELIMITED BY SIZE
                        COR-NEW-SURNAME DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-DATE NOT = ZEROS
                 STRING " TAR:" DELIMITED BY SIZE
                        COR-NEW-DATE DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-BALANCE NOT = -1
                 MOVE COR-NEW-BALANCE TO WS-AMT-DISP
                 STRING " BAK:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-EXC NOT = -1
                 MOVE COR-NEW-EXC TO WS-EXC-DISP
                 STRING " IST:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-EXC-DISP) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-ODLIM NOT = -1
                 MOVE COR-NEW-ODLIM TO WS-AMT-DISP2
                 STRING " KMH:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMT-DISP2) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
           END-IF.
           WRITE RPT-REC.
       H820-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " KAYDEDILEN:"   DELIMITED BY SIZE
                  WS-CNT-ENTERED    DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  " SON TALEP NO:" DELIMITED BY SIZE
                  WS-LAST-REQ-NO    DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== CORMNT TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "KAYDEDILEN TALEP  : " WS-CNT-ENTERED
           DISPLAY "REDDEDILEN        : " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CRQ-FILE.
           CLOSE COR-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
