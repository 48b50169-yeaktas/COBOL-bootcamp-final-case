           SELECT OPTIONAL XRF-FILE ASSIGN TO XRFFILE
                           STATUS ST-XRFFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY XRF-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY.
           SELECT OPTIONAL CLA-FILE ASSIGN TO CLAFILE
                           STATUS ST-CLAFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CLA-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD JRN-FILE RECORDING MODE F.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD IDX-FILE.
       01 IDX-REC.
       01 XRF-REC.
       COPY XRFREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

       FD CLA-FILE.
       01 CLA-REC.
       COPY CLAREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           03 RPT-LINE                PIC X(130).
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-NO         PIC 9(09).
           05 SRT-IMAGE      PIC X(187).

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 ST-JRNFILE              PIC 9(02).
              88 ST-JRNFILE-OK          VALUE 00.
              88 ST-JRNFILE-EOF         VALUE 10.
              88 ST-IDXFILE-OK          VALUE 00 97.
           03 ST-XRFFILE              PIC 9(02).
              88 ST-XRFFILE-OK          VALUE 00 05 97.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
           03 ST-CLAFILE              PIC 9(02).
              88 ST-CLAFILE-OK          VALUE 00 05 97.
           03 WS-CUS-FOUND-SW         PIC X(01).
              88 CUS-FOUND               VALUE 'Y'.
           03 WS-XRF-END-SW           PIC X(01).
              88 XRF-SCAN-DONE           VALUE 'Y'.
           03 WS-XRF-CNT              PIC S9(04) COMP.
           03 WS-XRF-IX               PIC S9(04) COMP.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
              88 APPLY-OK                VALUE 'Y'.
           03 WS-FAIL-REASON          PIC X(30).
           03 WS-ID-DISP              PIC 9(05).
           03 WS-RPT-PTR              PIC 9(03).
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-SELECTED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-READD            PIC 9(07) VALUE ZEROS.
           03 WS-CNT-REDELETE         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-RESTORE          PIC 9(07) VALUE ZEROS.
           03 WS-CNT-FAILED           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-UNPAIRED         PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CUS-RESTORE      PIC 9(07) VALUE ZEROS.
           03 WS-CNT-CLA-DELETE       PIC 9(07) VALUE ZEROS.
           03 WS-TRF-HOLD-REF         PIC X(15) VALUE SPACES.
       01 WS-JRN-WORK.
           02 WJ-PREFIX.
              05 WJ-SEQ               PIC 9(07).
       COPY IDXREC REPLACING LEADING ==IDX== BY ==WJB==.
           02 WJ-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==WJA==.
           02 WJ-TRF.
              05 WJ-TRF-REF           PIC X(15).
              05 WJ-TRF-CP-UID        PIC 9(05).
              05 WJ-TRF-CP-ACCT       PIC 9(02).
       01 WS-XRF-OLD.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==XO==.
       01 WS-XRF-TABLE.
           03 WS-XRF-ACCT             PIC 9(02) OCCURS 100 TIMES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE ON DESCENDING KEY SRT-NO
           PERFORM H900-SUMMARY
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
              DISPLAY "JRNBKOUT IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H050-GET-PARMS.
           ACCEPT WS-PARM.
           IF WS-PARM-DATE NOT NUMERIC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H050-END. EXIT.

       H100-OPEN-FILES.
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O CLA-FILE.
           IF NOT ST-CLAFILE-OK
              DISPLAY "CLA-FILE OPEN ERROR: " ST-CLAFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY "RPT-FILE OPEN ERROR: " RPT-ST
                AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
           PERFORM H310-APPLY UNTIL SRT-EOF.
           IF WS-TRF-HOLD-REF NOT = SPACES
              PERFORM H360-UNPAIRED-TRF
           END-IF.
           CLOSE JRN-FILE.
       H300-END. EXIT.

                     PERFORM H330-REVERSE-DELETE
                WHEN 'U'
                WHEN 'P'
                WHEN 'T'
                WHEN 'C'
                     PERFORM H340-REVERSE-REWRITE
                WHEN OTHER
                     MOVE 'N' TO WS-APPLY-OK-SW
                     MOVE "BILINMEYEN ISLEM KODU" TO WS-FAIL-REASON
           END-EVALUATE.
           PERFORM H400-WRITE-RPT.
           IF WJ-OPRT = 'T'
              PERFORM H350-PAIR-TRF
           END-IF.
           RETURN SRT-FILE
                AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
              MOVE 'W' TO JRN-OPRT
              PERFORM H500-WRITE-JOURNAL
              PERFORM H600-XRF-ADD
              IF WJA-MNT-RUN (1:2) = 'AP'
                 PERFORM H640-CLA-DELETE
              END-IF
           END-WRITE.
       H330-END. EXIT.

              IF ST-IDXFILE-OK
                 ADD 1 TO WS-CNT-RESTORE
                 MOVE IDX-REC TO JRN-AFTER
                 IF WJ-OPRT = 'T'
                    MOVE 'T' TO JRN-OPRT
                 ELSE
                    MOVE 'U' TO JRN-OPRT
                 END-IF
                 PERFORM H500-WRITE-JOURNAL
                 IF IDX-NAME NOT = XO-NAME
                    OR IDX-SURNAME NOT = XO-SURNAME
                    PERFORM H620-NAME-BACKOUT
                 END-IF
              ELSE
                 MOVE 'N' TO WS-APPLY-OK-SW
           END-READ.
       H340-END. EXIT.

       H350-PAIR-TRF.
           EVALUATE TRUE
                WHEN WJ-TRF-REF = WS-TRF-HOLD-REF
                     MOVE SPACES TO WS-TRF-HOLD-REF
                WHEN WS-TRF-HOLD-REF = SPACES
                     MOVE WJ-TRF-REF TO WS-TRF-HOLD-REF
                WHEN OTHER
                     PERFORM H360-UNPAIRED-TRF
                     MOVE WJ-TRF-REF TO WS-TRF-HOLD-REF
           END-EVALUATE.
       H350-END. EXIT.

       H360-UNPAIRED-TRF.
           ADD 1 TO WS-CNT-UNPAIRED.
           MOVE SPACES TO RPT-LINE.
           STRING "TEK BACAKLI HAVALE REF:" DELIMITED BY SIZE
                  WS-TRF-HOLD-REF DELIMITED BY SIZE
                  " - KARSI BACAK SECIM DISINDA, ELLE KONTROL EDIN"
                  DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO WS-TRF-HOLD-REF.
       H360-END. EXIT.

       H400-WRITE-RPT.
           IF NOT APPLY-OK
              ADD 1 TO WS-CNT-FAILED
           MOVE WJ-UID TO WS-ID-DISP.
           MOVE SPACES TO RPT-LINE.
           IF APPLY-OK
              MOVE 1 TO WS-RPT-PTR
              STRING "GERI ALINDI  SIRA:" DELIMITED BY SIZE
                     WJ-SEQ DELIMITED BY SIZE
                     " ISLEM:" DELIMITED BY SIZE
                     WJ-ACCT DELIMITED BY SIZE
                     " TARIH:" DELIMITED BY SIZE
                     WJ-RUN-DATE DELIMITED BY SIZE
                     INTO RPT-LINE WITH POINTER WS-RPT-PTR
              IF WJ-OPRT = 'T'
                 STRING " HAVALE REF:" DELIMITED BY SIZE
                        WJ-TRF-REF DELIMITED BY SIZE
                        INTO RPT-LINE WITH POINTER WS-RPT-PTR
              END-IF
           ELSE
              STRING "GERI ALINAMADI SIRA:" DELIMITED BY SIZE
                     WJ-SEQ DELIMITED BY SIZE
           MOVE WS-RUN-DATE-YMD TO JRN-RUN-DATE.
           MOVE WJ-UID TO JRN-UID.
           MOVE WJ-ACCT TO JRN-ACCT.
           MOVE WJ-TRF TO JRN-TRF.
           WRITE JRN-REC.
           IF NOT ST-JRNFILE-OK
              DISPLAY "JRN-FILE WRITE ERROR: " ST-JRNFILE
       H500-END. EXIT.

       H600-XRF-ADD.
           MOVE IDX-ID TO CUS-UID.
           PERFORM H650-READ-CUS.
           IF CUS-FOUND
              MOVE CUS-SURNAME TO XRF-SURNAME
              MOVE CUS-NAME TO XRF-NAME
           ELSE
              MOVE IDX-SURNAME TO XRF-SURNAME
              MOVE IDX-NAME TO XRF-NAME
           END-IF.
           MOVE IDX-ID TO XRF-UID.
           MOVE IDX-ACCT TO XRF-ACCT.
           WRITE XRF-REC
       H600-END. EXIT.

       H610-XRF-DELETE.
           MOVE XO-ID TO CUS-UID.
           PERFORM H650-READ-CUS.
           IF CUS-FOUND
              MOVE CUS-SURNAME TO XRF-SURNAME
              MOVE CUS-NAME TO XRF-NAME
           ELSE
              MOVE XO-SURNAME TO XRF-SURNAME
              MOVE XO-NAME TO XRF-NAME
           END-IF.
           MOVE XO-ID TO XRF-UID.
           MOVE XO-ACCT TO XRF-ACCT.
           DELETE XRF-FILE
           INVALID KEY
              IF CUS-FOUND
                 PERFORM H615-XRF-DELETE-ACCT
              ELSE
                 DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
              END-IF
           END-DELETE.
       H610-END. EXIT.

       H615-XRF-DELETE-ACCT.
           MOVE XO-SURNAME TO XRF-SURNAME.
           MOVE XO-NAME TO XRF-NAME.
           MOVE XO-ID TO XRF-UID.
           INVALID KEY
              DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
           END-DELETE.
       H615-END. EXIT.

       H620-NAME-BACKOUT.
           MOVE IDX-ID TO CUS-UID.
           PERFORM H650-READ-CUS.
           IF CUS-FOUND
              IF CUS-NAME = XO-NAME AND CUS-SURNAME = XO-SURNAME
                 PERFORM H630-CUS-RESTORE
              END-IF
           ELSE
              PERFORM H610-XRF-DELETE
              PERFORM H600-XRF-ADD
           END-IF.
       H620-END. EXIT.

       H630-CUS-RESTORE.
           MOVE ZEROS TO WS-XRF-CNT.
           MOVE 'N' TO WS-XRF-END-SW.
           MOVE CUS-SURNAME TO XRF-SURNAME.
           MOVE CUS-NAME TO XRF-NAME.
           MOVE CUS-UID TO XRF-UID.
           MOVE ZEROS TO XRF-ACCT.
           START XRF-FILE KEY >= XRF-KEY
           INVALID KEY
              MOVE 'Y' TO WS-XRF-END-SW
           END-START.
           IF NOT ST-XRFFILE-OK
              MOVE 'Y' TO WS-XRF-END-SW
           END-IF.
           PERFORM H632-XRF-NEXT UNTIL XRF-SCAN-DONE.
           PERFORM H634-XRF-DROP
                   VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-CNT.
           MOVE IDX-NAME TO CUS-NAME.
           MOVE IDX-SURNAME TO CUS-SURNAME.
           MOVE WS-RUN-DATE-YMD TO CUS-MNT-DATE.
           MOVE 'B' TO CUS-MNT-OPRT.
           MOVE 'JRNBKOUT' TO CUS-MNT-RUN.
           REWRITE CUS-REC
           INVALID KEY
              DISPLAY "CUS-FILE REWRITE ERROR: " ST-CUSFILE
                      " UID: " CUS-UID
           NOT INVALID KEY
              ADD 1 TO WS-CNT-CUS-RESTORE
           END-REWRITE.
           PERFORM H636-XRF-REKEY
                   VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-CNT.
       H630-END. EXIT.

       H632-XRF-NEXT.
           READ XRF-FILE NEXT RECORD.
           IF NOT ST-XRFFILE-OK
              OR XRF-SURNAME NOT = XO-SURNAME
              OR XRF-NAME NOT = XO-NAME
              OR XRF-UID NOT = CUS-UID
              OR WS-XRF-CNT = 100
              MOVE 'Y' TO WS-XRF-END-SW
           ELSE
              ADD 1 TO WS-XRF-CNT
              MOVE XRF-ACCT TO WS-XRF-ACCT (WS-XRF-CNT)
           END-IF.
       H632-END. EXIT.

       H634-XRF-DROP.
           MOVE XO-SURNAME TO XRF-SURNAME.
           MOVE XO-NAME TO XRF-NAME.
           MOVE CUS-UID TO XRF-UID.
           MOVE WS-XRF-ACCT (WS-XRF-IX) TO XRF-ACCT.
           DELETE XRF-FILE
           INVALID KEY
              DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
           END-DELETE.
       H634-END. EXIT.

       H636-XRF-REKEY.
           MOVE CUS-SURNAME TO XRF-SURNAME.
           MOVE CUS-NAME TO XRF-NAME.
           MOVE CUS-UID TO XRF-UID.
           MOVE WS-XRF-ACCT (WS-XRF-IX) TO XRF-ACCT.
           WRITE XRF-REC
           INVALID KEY
              DISPLAY "XRF-FILE WRITE ERROR: " ST-XRFFILE
           END-WRITE.
       H636-END. EXIT.

       H640-CLA-DELETE.
           MOVE WJB-ID TO CLA-UID.
           MOVE WJB-ACCT TO CLA-ACCT.
           COMPUTE CLA-CLOSE-DATE = WJB-MNT-DATE + 19000000.
           DELETE CLA-FILE
           INVALID KEY
              DISPLAY "CLA-FILE DELETE ERROR: " ST-CLAFILE
                      " UID: " CLA-UID " ACCT: " CLA-ACCT
                      " CLOSE: " CLA-CLOSE-DATE
           NOT INVALID KEY
              ADD 1 TO WS-CNT-CLA-DELETE
           END-DELETE.
       H640-END. EXIT.

       H650-READ-CUS.
           MOVE 'Y' TO WS-CUS-FOUND-SW.
           READ CUS-FILE KEY CUS-KEY
           INVALID KEY
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-READ.
           IF NOT ST-CUSFILE-OK
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-IF.
       H650-END. EXIT.

       H900-SUMMARY.
           MOVE SPACES TO RPT-LINE
                  WS-CNT-RESTORE    DELIMITED BY SIZE
                  " HATALI:"       DELIMITED BY SIZE
                  WS-CNT-FAILED     DELIMITED BY SIZE
                  " TEK-BACAK:"    DELIMITED BY SIZE
                  WS-CNT-UNPAIRED   DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== JRNBKOUT TOTALS ====="
           DISPLAY "GERI SILINEN      : " WS-CNT-REDELETE
           DISPLAY "GERI YAZILAN      : " WS-CNT-RESTORE
           DISPLAY "HATALI            : " WS-CNT-FAILED
           DISPLAY "TEK BACAKLI HAVALE: " WS-CNT-UNPAIRED
           DISPLAY "MUSTERI AD GERI   : " WS-CNT-CUS-RESTORE
           DISPLAY "ARSIVDEN SILINEN  : " WS-CNT-CLA-DELETE
           IF WS-CNT-FAILED > ZEROS OR WS-CNT-UNPAIRED > ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE XRF-FILE.
           CLOSE CUS-FILE.
           CLOSE CLA-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
