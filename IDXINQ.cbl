                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY XRF-KEY.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
           SELECT OPTIONAL CLA-FILE ASSIGN TO CLAFILE
                           STATUS ST-CLAFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CLA-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 XRF-REC.
       COPY XRFREC.

       FD HLD-FILE.
       01 HLD-REC.
       COPY HLDREC.

       FD CLA-FILE.
       01 CLA-REC.
       COPY CLAREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

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
           03 ST-XRFFILE              PIC 9(02).
              88 ST-XRFFILE-OK          VALUE 00 05 97.
              88 ST-XRFFILE-EOF         VALUE 10.
           03 ST-HLDFILE              PIC 9(02).
              88 ST-HLDFILE-OK          VALUE 00 05 97.
           03 ST-CLAFILE              PIC 9(02).
              88 ST-CLAFILE-OK          VALUE 00 05 97.
              88 ST-CLAFILE-EOF         VALUE 10.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
           03 WS-CUS-FOUND-SW         PIC X(01).
              88 CUS-FOUND               VALUE 'Y'.
           03 WS-LAST-UID             PIC 9(05).
           03 WS-LAST-UID-SW          PIC X(01).
              88 CUSTOMER-SHOWN          VALUE 'Y'.
           03 WS-SHOW-NAME            PIC X(15).
           03 WS-SHOW-SURNAME         PIC X(15).
           03 WS-CLA-END-SW           PIC X(01).
              88 CLA-SCAN-DONE           VALUE 'Y'.
           03 WS-HOLD-END-SW          PIC X(01).
              88 HOLD-SCAN-DONE          VALUE 'Y'.
           03 WS-HOLD-TOT             PIC S9(15).
           03 WS-AVL-BAL              PIC S9(15).
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-HIT-SW               PIC X(01).
              88 UID-FOUND               VALUE 'Y'.
           03 WS-PARM                 PIC X(15).
           03 WS-DATE-DISP            PIC 9(07).
           03 WS-MNT-DATE-DISP        PIC 9(07).
           03 WS-BAL-DISP             PIC -(15)9.
           03 WS-HOLD-DISP            PIC -(15)9.
           03 WS-AVL-DISP             PIC -(15)9.
           03 WS-CNT-ASKED            PIC 9(05) VALUE ZEROS.
           03 WS-CNT-FOUND            PIC 9(05) VALUE ZEROS.
           03 WS-CNT-ARCHIVED         PIC 9(05) VALUE ZEROS.
       COPY EXCTAB.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H150-GET-PARM
           PERFORM H200-INQUIRE UNTIL PARM-EMPTY
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
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF NOT ST-IDXFILE-OK
              DISPLAY "XRF-FILE OPEN ERROR: " ST-XRFFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HLD-FILE.
           IF NOT ST-HLDFILE-OK
              DISPLAY "HLD-FILE OPEN ERROR: " ST-HLDFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CLA-FILE.
           IF NOT ST-CLAFILE-OK
              DISPLAY "CLA-FILE OPEN ERROR: " ST-CLAFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H150-GET-PARM.
           IF WS-PARM-UID NUMERIC AND WS-PARM (6:10) = SPACES
              ADD 1 TO WS-CNT-ASKED
              MOVE 'N' TO WS-HIT-SW
              MOVE 'N' TO WS-LAST-UID-SW
              MOVE WS-PARM-UID TO IDX-ID
              MOVE ZEROS TO IDX-ACCT
              START IDX-FILE KEY >= IDX-KEY
                 PERFORM H260-LIST-ACCOUNTS UNTIL ST-IDXFILE-EOF
                      OR IDX-ID NOT = WS-PARM-UID
              END-START
              PERFORM H500-ARCHIVE-SEARCH
              IF NOT UID-FOUND
                 DISPLAY "UID " WS-PARM-UID " KAYIT BULUNAMADI."
              END-IF
       H400-NAME-SEARCH.
           ADD 1 TO WS-CNT-ASKED.
           MOVE 'N' TO WS-HIT-SW.
           MOVE 'N' TO WS-LAST-UID-SW.
           COMPUTE WS-SRCH-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-PARM)).
           MOVE SPACES TO XRF-KEY.
           MOVE IDX-DATE TO WS-DATE-DISP
           MOVE IDX-MNT-DATE TO WS-MNT-DATE-DISP
           MOVE IDX-BALANCE TO WS-BAL-DISP
           PERFORM H620-SUM-HOLDS
           MOVE WS-HOLD-TOT TO WS-HOLD-DISP
           MOVE WS-AVL-BAL TO WS-AVL-DISP
           IF NOT CUSTOMER-SHOWN OR IDX-ID NOT = WS-LAST-UID
              PERFORM H350-SHOW-CUSTOMER
           END-IF.
           IF CUS-FOUND
              MOVE CUS-NAME TO WS-SHOW-NAME
              MOVE CUS-SURNAME TO WS-SHOW-SURNAME
           ELSE
              MOVE IDX-NAME TO WS-SHOW-NAME
              MOVE IDX-SURNAME TO WS-SHOW-SURNAME
           END-IF.
           DISPLAY "UID " WS-ID-DISP
                   "/" IDX-ACCT
                   " " IDX-ACCT-TYPE
                   " " FUNCTION TRIM (WS-SHOW-NAME)
                   " " FUNCTION TRIM (WS-SHOW-SURNAME)
                   " TARIH:" WS-DATE-DISP
                   " BAKIYE:" WS-BAL-DISP
                   " BLOKE:" WS-HOLD-DISP
                   " KULLANILABILIR:" WS-AVL-DISP
                   " IST:" WS-EXC-DISP
                   " (" FUNCTION TRIM (WS-EXC-FOUND-DESC) ")"
                   " SON-BKM:" WS-MNT-DATE-DISP
                   " " IDX-MNT-RUN.
       H300-END. EXIT.

       H350-SHOW-CUSTOMER.
           MOVE 'Y' TO WS-LAST-UID-SW.
           MOVE IDX-ID TO WS-LAST-UID.
           MOVE 'Y' TO WS-CUS-FOUND-SW.
           MOVE IDX-ID TO CUS-UID.
           READ CUS-FILE KEY CUS-KEY
           INVALID KEY
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-READ.
           IF NOT ST-CUSFILE-OK
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-IF.
           IF CUS-FOUND
              DISPLAY "MUSTERI " CUS-UID
                      " " FUNCTION TRIM (CUS-NAME)
                      " " FUNCTION TRIM (CUS-SURNAME)
                      " TCKN/VKN:" CUS-TAX-NO
                      " DOGUM:" CUS-BIRTH-DATE
                      " TEL:" FUNCTION TRIM (CUS-PHONE)
                      " MUSTERI-TARIHI:" CUS-OPEN-DATE
              DISPLAY "        ADRES: " FUNCTION TRIM (CUS-ADDR-1)
                      " " FUNCTION TRIM (CUS-ADDR-2)
                      " " CUS-POST-CODE
                      " " FUNCTION TRIM (CUS-CITY)
           ELSE
              DISPLAY "MUSTERI " WS-LAST-UID
                      " - MUSTERI BILGI KAYDI YOK"
           END-IF.
       H350-END. EXIT.

       H500-ARCHIVE-SEARCH.
           MOVE 'N' TO WS-CLA-END-SW.
           MOVE WS-PARM-UID TO CLA-UID.
           MOVE ZEROS TO CLA-ACCT.
           MOVE ZEROS TO CLA-CLOSE-DATE.
           START CLA-FILE KEY >= CLA-KEY
           INVALID KEY
              MOVE 'Y' TO WS-CLA-END-SW
           END-START.
           IF NOT ST-CLAFILE-OK
              MOVE 'Y' TO WS-CLA-END-SW
           END-IF.
           PERFORM H510-NEXT-ARCHIVE UNTIL CLA-SCAN-DONE.
       H500-END. EXIT.

       H510-NEXT-ARCHIVE.
           READ CLA-FILE NEXT RECORD.
           IF NOT ST-CLAFILE-OK
              OR CLA-UID NOT = WS-PARM-UID
              MOVE 'Y' TO WS-CLA-END-SW
           ELSE
              MOVE 'Y' TO WS-HIT-SW
              ADD 1 TO WS-CNT-FOUND
              ADD 1 TO WS-CNT-ARCHIVED
              MOVE CLA-UID TO WS-ID-DISP
              MOVE CLA-DATE TO WS-DATE-DISP
              MOVE CLA-BALANCE TO WS-BAL-DISP
              DISPLAY "UID " WS-ID-DISP
                      "/" CLA-ACCT
                      " " CLA-ACCT-TYPE
                      " " FUNCTION TRIM (CLA-NAME)
                      " " FUNCTION TRIM (CLA-SURNAME)
                      " TARIH:" WS-DATE-DISP
                      " BAKIYE:" WS-BAL-DISP
                      " KAPALI/ARSIV KAPANIS:" CLA-CLOSE-DATE
                      " " CLA-CLOSE-RUN
                      " ARSIV:" CLA-PURGE-DATE
                      " " CLA-PURGE-RUN
           END-IF.
       H510-END. EXIT.

       H600-LOOKUP-EXC.
           MOVE 'N' TO WS-EXC-VALID-SW.
           MOVE SPACES TO WS-EXC-FOUND-DESC.
           END-PERFORM.
       H600-END. EXIT.

       H620-SUM-HOLDS.
           MOVE ZEROS TO WS-HOLD-TOT.
           MOVE 'N' TO WS-HOLD-END-SW.
           MOVE IDX-ID TO HLD-UID.
           MOVE IDX-ACCT TO HLD-ACCT.
           MOVE ZEROS TO HLD-NO.
           START HLD-FILE KEY >= HLD-KEY
           INVALID KEY
              MOVE 'Y' TO WS-HOLD-END-SW
           END-START.
           IF NOT ST-HLDFILE-OK
              MOVE 'Y' TO WS-HOLD-END-SW
           END-IF.
           PERFORM H625-NEXT-HOLD UNTIL HOLD-SCAN-DONE.
           COMPUTE WS-AVL-BAL = IDX-BALANCE - WS-HOLD-TOT.
       H620-END. EXIT.

       H625-NEXT-HOLD.
           READ HLD-FILE NEXT RECORD.
           IF NOT ST-HLDFILE-OK
              OR HLD-UID NOT = IDX-ID
              OR HLD-ACCT NOT = IDX-ACCT
              MOVE 'Y' TO WS-HOLD-END-SW
           ELSE
              IF HLD-ACTIVE
                 AND (HLD-EXPIRY-DATE = ZEROS
                      OR HLD-EXPIRY-DATE NOT < WS-RUN-DATE-YMD)
                 ADD HLD-AMOUNT TO WS-HOLD-TOT
              END-IF
           END-IF.
       H625-END. EXIT.

       H900-SUMMARY.
           DISPLAY "===== IDXINQ TOTALS ====="
           DISPLAY "SORGULANAN        : " WS-CNT-ASKED
           DISPLAY "BULUNAN           : " WS-CNT-FOUND
           DISPLAY "ARSIVDEN BULUNAN  : " WS-CNT-ARCHIVED.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE XRF-FILE.
           CLOSE HLD-FILE.
           CLOSE CLA-FILE.
           CLOSE CUS-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
