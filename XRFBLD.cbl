                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY XRF-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 XRF-REC.
       COPY XRFREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-EOF         VALUE 10.
           03 ST-XRFFILE              PIC 9(02).
              88 ST-XRFFILE-OK          VALUE 00 97.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
           03 WS-CNT-READ             PIC 9(09) VALUE ZEROS.
           03 WS-CNT-BUILT            PIC 9(09) VALUE ZEROS.
           03 WS-CNT-NO-CUS           PIC 9(09) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
              DISPLAY "XRF-FILE OPEN ERROR: " ST-XRFFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ IDX-FILE.
           IF NOT ST-IDXFILE-OK AND NOT ST-IDXFILE-EOF
              DISPLAY "IDX-FILE READ ERROR: " ST-IDXFILE

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE IDX-ID TO CUS-UID
           READ CUS-FILE KEY CUS-KEY
           INVALID KEY
              ADD 1 TO WS-CNT-NO-CUS
              MOVE IDX-SURNAME TO XRF-SURNAME
              MOVE IDX-NAME TO XRF-NAME
           NOT INVALID KEY
              MOVE CUS-SURNAME TO XRF-SURNAME
              MOVE CUS-NAME TO XRF-NAME
           END-READ
           MOVE IDX-ID TO XRF-UID
           MOVE IDX-ACCT TO XRF-ACCT
           WRITE XRF-REC
       H900-SUMMARY.
           DISPLAY "===== XRFBLD TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "OLUSTURULAN       : " WS-CNT-BUILT
           DISPLAY "MUSTERI KAYDI YOK : " WS-CNT-NO-CUS.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE XRF-FILE.
           CLOSE CUS-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
