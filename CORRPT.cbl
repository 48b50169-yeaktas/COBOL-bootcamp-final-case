       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CORRPT.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COR-FILE ASSIGN TO CORFILE
                           STATUS ST-CORFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY COR-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD COR-FILE.
       01 COR-REC.
       COPY CORREC.

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
           03 ST-CORFILE              PIC 9(02).
              88 ST-CORFILE-OK          VALUE 00 05 97.
              88 ST-CORFILE-EOF         VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-PARM.
              05 WS-PARM-DATE            PIC 9(08).
           03 WS-RPT-DATE             PIC 9(08) VALUE ZEROS.
           03 WS-STATUS-DESC          PIC X(12).
           03 WS-ID-DISP              PIC 9(05).
           03 WS-RPT-PTR              PIC 9(03).
           03 WS-AMT-DISP             PIC -(15)9.
           03 WS-AMT-DISP2            PIC -(15)9.
           03 WS-EXC-DISP             PIC -(3)9.
           03 WS-EXC-DISP2            PIC -(3)9.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-LISTED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ENTERED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-PENDING          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-APPROVED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-FAILED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REJECTED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-EXPIRED          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-OPEN-ALL         PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-CORFILE-EOF
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
           MOVE BDT-CUR-DATE TO WS-RPT-DATE.
       H040-END. EXIT.

       H050-GET-PARMS.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM.
           IF WS-PARM-DATE NUMERIC AND WS-PARM-DATE NOT = ZEROS
              MOVE WS-PARM-DATE TO WS-RPT-DATE
           END-IF.
       H050-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT COR-FILE.
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
           STRING "CORRPT HESAP DUZELTME DENETIM RAPORU - TARIH:"
                  DELIMITED BY SIZE
                  WS-RPT-DATE DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           PERFORM H150-READ-NEXT.
       H100-END. EXIT.

       H150-READ-NEXT.
           READ COR-FILE NEXT RECORD.
           IF NOT ST-CORFILE-OK AND NOT ST-CORFILE-EOF
              DISPLAY "COR-FILE READ ERROR: " ST-CORFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           IF COR-PENDING
              ADD 1 TO WS-CNT-OPEN-ALL
           END-IF.
           IF COR-MAKER-DATE = WS-RPT-DATE
              OR COR-CHECK-DATE = WS-RPT-DATE
              PERFORM H300-LIST-REQUEST
           END-IF.
           PERFORM H150-READ-NEXT.
       H200-END. EXIT.

       H300-LIST-REQUEST.
           ADD 1 TO WS-CNT-LISTED.
           IF COR-MAKER-DATE = WS-RPT-DATE
              ADD 1 TO WS-CNT-ENTERED
           END-IF.
           EVALUATE TRUE
                WHEN COR-PENDING
                     ADD 1 TO WS-CNT-PENDING
                     MOVE "BEKLIYOR" TO WS-STATUS-DESC
                WHEN COR-APPROVED
                     ADD 1 TO WS-CNT-APPROVED
                     MOVE "UYGULANDI" TO WS-STATUS-DESC
                WHEN COR-FAILED
                     ADD 1 TO WS-CNT-FAILED
                     MOVE "UYGULANAMADI" TO WS-STATUS-DESC
                WHEN COR-REJECTED
                     ADD 1 TO WS-CNT-REJECTED
                     MOVE "REDDEDILDI" TO WS-STATUS-DESC
                WHEN COR-EXPIRED
                     ADD 1 TO WS-CNT-EXPIRED
                     MOVE "SURESI DOLDU" TO WS-STATUS-DESC
                WHEN OTHER
                     MOVE "BILINMEYEN" TO WS-STATUS-DESC
           END-EVALUATE.
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
                  WS-STATUS-DESC DELIMITED BY SIZE
                  " YAPAN:" DELIMITED BY SIZE
                  COR-MAKER-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COR-MAKER-DATE DELIMITED BY SIZE
                  " ONAYLAYAN:" DELIMITED BY SIZE
                  COR-CHECKER-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COR-CHECK-DATE DELIMITED BY SIZE
                  " KOSU:" DELIMITED BY SIZE
                  COR-RUNID DELIMITED BY SIZE
                  " RC:" DELIMITED BY SIZE
                  COR-SUB-RC DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE.
           STRING "       NEDEN   : " DELIMITED BY SIZE
                  COR-REASON DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
           PERFORM H310-RPT-CHANGE.
           IF COR-CHECK-TEXT NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "       KARAR   : " DELIMITED BY SIZE
                     COR-CHECK-TEXT DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
       H300-END. EXIT.

       H310-RPT-CHANGE.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING "       DEGISIM :" DELIMITED BY SIZE
                  INTO RPT-LINE WITH POINTER WS-RPT-PTR.
           IF COR-OPRT-POST
              MOVE COR-NEW-BALANCE TO WS-AMT-DISP
              MOVE COR-CUR-BALANCE TO WS-AMT-DISP2
              STRING " TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " GIRIS BAK:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP2) DELIMITED BY SIZE
                     INTO RPT-LINE WITH POINTER WS-RPT-PTR
           ELSE
              IF COR-NEW-NAME NOT = SPACES
                 STRING " AD:" DELIMITED BY SIZE
                        FUNCTION TRIM (COR-CUR-NAME) DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        FUNCTION TRIM (COR-NEW-NAME) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-SURNAME NOT = SPACES
                 STRING " SOY:" DELIMITED BY SIZE
                        FUNCTION TRIM (COR-CUR-SURNAME)
                             DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        FUNCTION TRIM (COR-NEW-SURNAME)
                             DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-DATE NOT = ZEROS
                 STRING " TAR:" DELIMITED BY SIZE
                        COR-CUR-DATE DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        COR-NEW-DATE DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-BALANCE NOT = -1
                 MOVE COR-CUR-BALANCE TO WS-AMT-DISP
                 MOVE COR-NEW-BALANCE TO WS-AMT-DISP2
                 STRING " BAK:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMT-DISP2) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-EXC NOT = -1
                 MOVE COR-CUR-EXC TO WS-EXC-DISP
                 MOVE COR-NEW-EXC TO WS-EXC-DISP2
                 STRING " IST:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-EXC-DISP) DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-EXC-DISP2) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
              IF COR-NEW-ODLIM NOT = -1
                 MOVE COR-CUR-ODLIM TO WS-AMT-DISP
                 MOVE COR-NEW-ODLIM TO WS-AMT-DISP2
                 STRING " KMH:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMT-DISP2) DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
           END-IF.
           WRITE RPT-REC.
       H310-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "LISTELENEN:"    DELIMITED BY SIZE
                  WS-CNT-LISTED     DELIMITED BY SIZE
                  " GIRILEN:"      DELIMITED BY SIZE
                  WS-CNT-ENTERED    DELIMITED BY SIZE
                  " BEKLEYEN:"     DELIMITED BY SIZE
                  WS-CNT-PENDING    DELIMITED BY SIZE
                  " UYGULANAN:"    DELIMITED BY SIZE
                  WS-CNT-APPROVED   DELIMITED BY SIZE
                  " UYGULANAMAYAN:" DELIMITED BY SIZE
                  WS-CNT-FAILED     DELIMITED BY SIZE
                  " REDDEDILEN:"   DELIMITED BY SIZE
                  WS-CNT-REJECTED   DELIMITED BY SIZE
                  " SURESI DOLAN:" DELIMITED BY SIZE
                  WS-CNT-EXPIRED    DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           STRING "DOSYADA ONAY BEKLEYEN TOPLAM TALEP:"
                  DELIMITED BY SIZE
                  WS-CNT-OPEN-ALL   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== CORRPT TOTALS ====="
           DISPLAY "OKUNAN TALEP      : " WS-CNT-READ
           DISPLAY "LISTELENEN        : " WS-CNT-LISTED
           DISPLAY "ONAY BEKLEYEN     : " WS-CNT-OPEN-ALL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE COR-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
