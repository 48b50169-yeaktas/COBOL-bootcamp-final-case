       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSCONV.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           STATUS ST-IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-KEY.
           SELECT OPTIONAL CDT-FILE ASSIGN TO CDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS CDT-ST.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 IDX-REC.
       COPY IDXREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

       FD  CDT-FILE RECORDING MODE F.
       01  CDT-REC.
           05 CDT-UID              PIC 9(05).
           05 CDT-ADDR-1           PIC X(30).
           05 CDT-ADDR-2           PIC X(30).
           05 CDT-CITY             PIC X(15).
           05 CDT-POST-CODE        PIC X(05).
           05 CDT-TAX-NO           PIC X(11).
           05 CDT-BIRTH-DATE       PIC 9(08).
           05 CDT-BIRTH-DATE-X REDEFINES CDT-BIRTH-DATE
                                   PIC X(08).
           05 CDT-PHONE            PIC X(15).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(130).

       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-SURNAME    PIC X(15).
           05 SRT-NAME       PIC X(15).
           05 SRT-TAX-NO     PIC X(11).
           05 SRT-UID        PIC 9(05).

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
              88 ST-IDXFILE-EOF         VALUE 10.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
              88 ST-CUSFILE-EOF         VALUE 10.
           03 CDT-ST                  PIC 9(02).
              88 CDT-SUCCESS             VALUE 00 05.
              88 CDT-EOF                 VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-PARM                 PIC X(05).
              88 PARM-FORCE              VALUE 'FORCE'.
           03 WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
              88 SRT-EOF                 VALUE 'Y'.
           03 WS-CUS-END-SW           PIC X(01).
              88 CUS-SCAN-DONE           VALUE 'Y'.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-CUR-UID              PIC 9(05) VALUE ZEROS.
           03 WS-ACC-CNT              PIC S9(04) COMP VALUE ZEROS.
           03 WS-ACC-IX               PIC S9(04) COMP.
           03 WS-SEL-IX               PIC S9(04) COMP.
           03 WS-MISMATCH-SW          PIC X(01).
              88 NAMES-DISAGREE          VALUE 'Y'.
           03 WS-OPEN-CYY             PIC 9(07).
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
           03 WS-DUP-KEY.
              05 WS-DUP-SURNAME          PIC X(15).
              05 WS-DUP-NAME             PIC X(15).
              05 WS-DUP-TAX-NO           PIC X(11).
           03 WS-DUP-FIRST-UID        PIC 9(05).
           03 WS-DUP-GRP-SW           PIC X(01).
              88 DUP-GROUP-OPEN          VALUE 'Y'.
           03 WS-DUP-NOTE             PIC X(30).
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CUSTOMERS        PIC 9(07) VALUE ZEROS.
           03 WS-CNT-WRITTEN          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-EXISTING         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-MISMATCH         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CDT-READ         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CDT-APPLIED      PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CDT-REJECTED     PIC 9(07) VALUE ZEROS.
           03 WS-CNT-DUP-GROUPS       PIC 9(07) VALUE ZEROS.
           03 WS-CNT-DUP-UIDS         PIC 9(07) VALUE ZEROS.
       01 WS-ACC-TABLE.
           03 WS-ACC-ENTRY OCCURS 100 TIMES.
              05 WS-ACC-NO               PIC 9(02).
              05 WS-ACC-NAME             PIC X(15).
              05 WS-ACC-SURNAME          PIC X(15).
              05 WS-ACC-DATE             PIC 9(07).
              05 WS-ACC-MNT-DATE         PIC 9(07).
              05 WS-ACC-MNT-RUN          PIC X(08).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-IDXFILE-EOF
           IF WS-ACC-CNT > ZEROS
              PERFORM H300-END-CUSTOMER
           END-IF.
           PERFORM H400-LOAD-DETAILS
           PERFORM H500-DUP-HEADING
           SORT SRT-FILE ON ASCENDING KEY SRT-SURNAME
                                          SRT-NAME
                                          SRT-TAX-NO
                                          SRT-UID
                INPUT PROCEDURE H510-SELECT-CUS
                OUTPUT PROCEDURE H550-LIST-DUPS
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
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM.
           OPEN I-O CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE ZEROS TO CUS-UID.
           START CUS-FILE KEY >= CUS-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              READ CUS-FILE NEXT RECORD
              IF ST-CUSFILE-OK AND NOT PARM-FORCE
                 DISPLAY "CUSCONV CUS-FILE BOS DEGIL - YALNIZ EKSIK "
                         "MUSTERILERI EKLEMEK ICIN PARM=FORCE"
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-START.
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
           STRING "CUSCONV MUSTERI BILGI DOSYASI DONUSUM RAPORU - "
                  DELIMITED BY SIZE
                  "TARIH:" DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  " PARM:" DELIMITED BY SIZE
                  WS-PARM DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           MOVE "HESAPLARI ARASINDA AD/SOYAD UYUSMAZLIGI OLAN UID'LER"
                TO RPT-LINE
           WRITE RPT-REC.
           MOVE "(SECILEN = EN SON BAKIM GOREN HESABIN ADI)"
                TO RPT-LINE
           WRITE RPT-REC.
           READ IDX-FILE.
           IF NOT ST-IDXFILE-OK AND NOT ST-IDXFILE-EOF
              DISPLAY "IDX-FILE READ ERROR: " ST-IDXFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           IF WS-ACC-CNT > ZEROS AND IDX-ID NOT = WS-CUR-UID
              PERFORM H300-END-CUSTOMER
           END-IF.
           MOVE IDX-ID TO WS-CUR-UID
           ADD 1 TO WS-ACC-CNT
           MOVE IDX-ACCT TO WS-ACC-NO (WS-ACC-CNT)
           MOVE IDX-NAME TO WS-ACC-NAME (WS-ACC-CNT)
           MOVE IDX-SURNAME TO WS-ACC-SURNAME (WS-ACC-CNT)
           MOVE IDX-DATE TO WS-ACC-DATE (WS-ACC-CNT)
           MOVE IDX-MNT-DATE TO WS-ACC-MNT-DATE (WS-ACC-CNT)
           MOVE IDX-MNT-RUN TO WS-ACC-MNT-RUN (WS-ACC-CNT)
           READ IDX-FILE.
           IF NOT ST-IDXFILE-OK AND NOT ST-IDXFILE-EOF
              DISPLAY "IDX-FILE READ ERROR: " ST-IDXFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.

       H300-END-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTOMERS
           MOVE 'N' TO WS-MISMATCH-SW
           MOVE 1 TO WS-SEL-IX
           MOVE WS-ACC-DATE (1) TO WS-OPEN-CYY
           PERFORM H310-CHECK-ACCOUNT
                   VARYING WS-ACC-IX FROM 2 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-CNT
           MOVE SPACES TO CUS-REC
           MOVE WS-CUR-UID TO CUS-UID
           MOVE WS-ACC-NAME (WS-SEL-IX) TO CUS-NAME
           MOVE WS-ACC-SURNAME (WS-SEL-IX) TO CUS-SURNAME
           MOVE ZEROS TO CUS-BIRTH-DATE
           IF WS-OPEN-CYY = ZEROS
              MOVE ZEROS TO CUS-OPEN-DATE
           ELSE
              COMPUTE CUS-OPEN-DATE = WS-OPEN-CYY + 19000000
           END-IF
           MOVE WS-RUN-DATE-YMD TO CUS-MNT-DATE
           MOVE 'K' TO CUS-MNT-OPRT
           MOVE 'CUSCONV ' TO CUS-MNT-RUN
           WRITE CUS-REC
           INVALID KEY
              ADD 1 TO WS-CNT-EXISTING
           NOT INVALID KEY
              ADD 1 TO WS-CNT-WRITTEN
           END-WRITE.
           IF NAMES-DISAGREE
              PERFORM H320-REPORT-MISMATCH
           END-IF.
           MOVE ZEROS TO WS-ACC-CNT.
       H300-END. EXIT.

       H310-CHECK-ACCOUNT.
           IF WS-ACC-NAME (WS-ACC-IX) NOT = WS-ACC-NAME (1)
              OR WS-ACC-SURNAME (WS-ACC-IX) NOT = WS-ACC-SURNAME (1)
              MOVE 'Y' TO WS-MISMATCH-SW
           END-IF.
           IF WS-ACC-MNT-DATE (WS-ACC-IX)
              > WS-ACC-MNT-DATE (WS-SEL-IX)
              MOVE WS-ACC-IX TO WS-SEL-IX
           END-IF.
           IF WS-ACC-DATE (WS-ACC-IX) < WS-OPEN-CYY
              MOVE WS-ACC-DATE (WS-ACC-IX) TO WS-OPEN-CYY
           END-IF.
       H310-END. EXIT.

       H320-REPORT-MISMATCH.
           ADD 1 TO WS-CNT-MISMATCH
           MOVE SPACES TO RPT-LINE
           STRING "UID " DELIMITED BY SIZE
                  WS-CUR-UID DELIMITED BY SIZE
                  " SECILEN: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACC-NAME (WS-SEL-IX))
                       DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACC-SURNAME (WS-SEL-IX))
                       DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           PERFORM H330-REPORT-ACCOUNT
                   VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-CNT.
       H320-END. EXIT.

       H330-REPORT-ACCOUNT.
           MOVE SPACES TO RPT-LINE
           STRING "    HESAP " DELIMITED BY SIZE
                  WS-ACC-NO (WS-ACC-IX) DELIMITED BY SIZE
                  " AD:" DELIMITED BY SIZE
                  WS-ACC-NAME (WS-ACC-IX) DELIMITED BY SIZE
                  " SOYAD:" DELIMITED BY SIZE
                  WS-ACC-SURNAME (WS-ACC-IX) DELIMITED BY SIZE
                  " SON-BKM:" DELIMITED BY SIZE
                  WS-ACC-MNT-DATE (WS-ACC-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-MNT-RUN (WS-ACC-IX) DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
       H330-END. EXIT.

       H400-LOAD-DETAILS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE "MUSTERI DETAY YUKLEME (CDTFILE) - REDDEDILENLER"
                TO RPT-LINE
           WRITE RPT-REC
           OPEN INPUT CDT-FILE.
           IF NOT CDT-SUCCESS
              DISPLAY "CDT-FILE OPEN ERROR: " CDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CDT-FILE.
           PERFORM H410-APPLY-DETAIL UNTIL CDT-EOF.
           CLOSE CDT-FILE.
       H400-END. EXIT.

       H410-APPLY-DETAIL.
           ADD 1 TO WS-CNT-CDT-READ
           MOVE SPACES TO WS-REASON
           IF CDT-BIRTH-DATE-X = SPACES
              MOVE ZEROS TO CDT-BIRTH-DATE
           END-IF.
           IF CDT-UID NOT NUMERIC
              MOVE "UID NUMERIK DEGIL" TO WS-REASON
           ELSE
              MOVE CDT-UID TO CUS-UID
              READ CUS-FILE KEY CUS-KEY
              INVALID KEY
                 MOVE "MUSTERI KAYDI BULUNAMADI" TO WS-REASON
              END-READ
           END-IF.
           IF WS-REASON = SPACES AND CDT-TAX-NO NOT = SPACES
              PERFORM H720-CHECK-TAX-NO
              IF NOT TAX-IS-VALID
                 MOVE "GECERSIZ TCKN/VERGI NO" TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON = SPACES
              IF CDT-BIRTH-DATE NOT NUMERIC
                 MOVE "GECERSIZ DOGUM TARIHI" TO WS-REASON
              ELSE
              IF CDT-BIRTH-DATE NOT = ZEROS
                 MOVE CDT-BIRTH-DATE TO WS-DATE-NUM
                 PERFORM H700-VALIDATE-DATE
                 IF NOT DATE-IS-VALID
                    OR CDT-BIRTH-DATE > WS-RUN-DATE-YMD
                    MOVE "GECERSIZ DOGUM TARIHI" TO WS-REASON
                 END-IF
              END-IF
              END-IF
           END-IF.
           IF WS-REASON = SPACES
              IF CDT-ADDR-1 NOT = SPACES
                 MOVE CDT-ADDR-1 TO CUS-ADDR-1
                 MOVE CDT-ADDR-2 TO CUS-ADDR-2
              END-IF
              IF CDT-CITY NOT = SPACES
                 MOVE CDT-CITY TO CUS-CITY
              END-IF
              IF CDT-POST-CODE NOT = SPACES
                 MOVE CDT-POST-CODE TO CUS-POST-CODE
              END-IF
              IF CDT-TAX-NO NOT = SPACES
                 MOVE CDT-TAX-NO TO CUS-TAX-NO
              END-IF
              IF CDT-BIRTH-DATE NOT = ZEROS
                 MOVE CDT-BIRTH-DATE TO CUS-BIRTH-DATE
              END-IF
              IF CDT-PHONE NOT = SPACES
                 MOVE CDT-PHONE TO CUS-PHONE
              END-IF
              MOVE WS-RUN-DATE-YMD TO CUS-MNT-DATE
              MOVE 'K' TO CUS-MNT-OPRT
              MOVE 'CUSCONV ' TO CUS-MNT-RUN
              REWRITE CUS-REC
              INVALID KEY
                 MOVE "MUSTERI KAYDI GUNCELLENEMEDI" TO WS-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-CDT-APPLIED
              END-REWRITE
           END-IF.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CNT-CDT-REJECTED
              MOVE SPACES TO RPT-LINE
              STRING "UID " DELIMITED BY SIZE
                     CDT-UID DELIMITED BY SIZE
                     " REDDEDILDI NEDEN: " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                     " VERGI:" DELIMITED BY SIZE
                     CDT-TAX-NO DELIMITED BY SIZE
                     " DOGUM:" DELIMITED BY SIZE
                     CDT-BIRTH-DATE DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
           READ CDT-FILE.
       H410-END. EXIT.

       H500-DUP-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE "MUHTEMEL MUKERRER MUSTERILER (AYNI AD+SOYAD+VERGI NO)"
                TO RPT-LINE
           WRITE RPT-REC.
       H500-END. EXIT.

       H510-SELECT-CUS.
           MOVE 'N' TO WS-CUS-END-SW.
           MOVE ZEROS TO CUS-UID.
           START CUS-FILE KEY >= CUS-KEY
           INVALID KEY
              MOVE 'Y' TO WS-CUS-END-SW
           END-START.
           IF NOT CUS-SCAN-DONE
              PERFORM H520-READ-NEXT-CUS
           END-IF.
           PERFORM H530-RELEASE-CUS UNTIL CUS-SCAN-DONE.
       H510-END. EXIT.

       H520-READ-NEXT-CUS.
           READ CUS-FILE NEXT RECORD.
           IF NOT ST-CUSFILE-OK AND NOT ST-CUSFILE-EOF
              DISPLAY "CUS-FILE READ ERROR: " ST-CUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF ST-CUSFILE-EOF
              MOVE 'Y' TO WS-CUS-END-SW
           END-IF.
       H520-END. EXIT.

       H530-RELEASE-CUS.
           MOVE CUS-SURNAME TO SRT-SURNAME
           MOVE CUS-NAME TO SRT-NAME
           MOVE CUS-TAX-NO TO SRT-TAX-NO
           MOVE CUS-UID TO SRT-UID
           RELEASE SRT-REC
           PERFORM H520-READ-NEXT-CUS.
       H530-END. EXIT.

       H550-LIST-DUPS.
           MOVE HIGH-VALUES TO WS-DUP-KEY
           MOVE 'N' TO WS-DUP-GRP-SW
           RETURN SRT-FILE
                AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
           PERFORM H560-CHECK-DUP UNTIL SRT-EOF.
       H550-END. EXIT.

       H560-CHECK-DUP.
           IF SRT-SURNAME = WS-DUP-SURNAME
              AND SRT-NAME = WS-DUP-NAME
              AND SRT-TAX-NO = WS-DUP-TAX-NO
              IF NOT DUP-GROUP-OPEN
                 MOVE 'Y' TO WS-DUP-GRP-SW
                 ADD 1 TO WS-CNT-DUP-GROUPS
                 ADD 1 TO WS-CNT-DUP-UIDS
                 PERFORM H570-DUP-GROUP-LINE
              END-IF
              ADD 1 TO WS-CNT-DUP-UIDS
              MOVE SPACES TO RPT-LINE
              STRING "    UID " DELIMITED BY SIZE
                     SRT-UID DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           ELSE
              MOVE SRT-SURNAME TO WS-DUP-SURNAME
              MOVE SRT-NAME TO WS-DUP-NAME
              MOVE SRT-TAX-NO TO WS-DUP-TAX-NO
              MOVE SRT-UID TO WS-DUP-FIRST-UID
              MOVE 'N' TO WS-DUP-GRP-SW
           END-IF.
           RETURN SRT-FILE
                AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
       H560-END. EXIT.

       H570-DUP-GROUP-LINE.
           IF WS-DUP-TAX-NO = SPACES
              MOVE "(VERGI NO YOK - YALNIZ AD/SOYAD)" TO WS-DUP-NOTE
           ELSE
              MOVE SPACES TO WS-DUP-NOTE
           END-IF.
           MOVE SPACES TO RPT-LINE
           STRING "AD:" DELIMITED BY SIZE
                  WS-DUP-NAME DELIMITED BY SIZE
                  " SOYAD:" DELIMITED BY SIZE
                  WS-DUP-SURNAME DELIMITED BY SIZE
                  " VERGI:" DELIMITED BY SIZE
                  WS-DUP-TAX-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DUP-NOTE DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           STRING "    UID " DELIMITED BY SIZE
                  WS-DUP-FIRST-UID DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
       H570-END. EXIT.

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
           IF CDT-TAX-NO NUMERIC
              MOVE 'Y' TO WS-TAX-VALID-SW
           END-IF.
           IF CDT-TAX-NO (1:10) NUMERIC
              AND CDT-TAX-NO (11:1) = SPACE
              MOVE 'Y' TO WS-TAX-VALID-SW
           END-IF.
       H720-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE SPACES TO RPT-LINE
           STRING "HESAP:"         DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " MUSTERI:"      DELIMITED BY SIZE
                  WS-CNT-CUSTOMERS  DELIMITED BY SIZE
                  " YAZILAN:"      DELIMITED BY SIZE
                  WS-CNT-WRITTEN    DELIMITED BY SIZE
                  " MEVCUT:"       DELIMITED BY SIZE
                  WS-CNT-EXISTING   DELIMITED BY SIZE
                  " UYUSMAZ:"      DELIMITED BY SIZE
                  WS-CNT-MISMATCH   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           STRING "DETAY OKUNAN:"  DELIMITED BY SIZE
                  WS-CNT-CDT-READ   DELIMITED BY SIZE
                  " UYGULANAN:"    DELIMITED BY SIZE
                  WS-CNT-CDT-APPLIED DELIMITED BY SIZE
                  " RED:"          DELIMITED BY SIZE
                  WS-CNT-CDT-REJECTED DELIMITED BY SIZE
                  " MUKERRER GRUP:" DELIMITED BY SIZE
                  WS-CNT-DUP-GROUPS DELIMITED BY SIZE
                  " UID:"          DELIMITED BY SIZE
                  WS-CNT-DUP-UIDS   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== CUSCONV TOTALS ====="
           DISPLAY "OKUNAN HESAP      : " WS-CNT-READ
           DISPLAY "MUSTERI (UID)     : " WS-CNT-CUSTOMERS
           DISPLAY "YAZILAN MUSTERI   : " WS-CNT-WRITTEN
           DISPLAY "ZATEN MEVCUT      : " WS-CNT-EXISTING
           DISPLAY "AD UYUSMAZLIGI    : " WS-CNT-MISMATCH
           DISPLAY "DETAY OKUNAN      : " WS-CNT-CDT-READ
           DISPLAY "DETAY UYGULANAN   : " WS-CNT-CDT-APPLIED
           DISPLAY "DETAY REDDEDILEN  : " WS-CNT-CDT-REJECTED
           DISPLAY "MUKERRER GRUP     : " WS-CNT-DUP-GROUPS
           DISPLAY "MUKERRER UID      : " WS-CNT-DUP-UIDS
           IF WS-CNT-CDT-REJECTED > ZEROS
              OR WS-CNT-DUP-GROUPS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
