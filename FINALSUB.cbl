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
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-BDTFILE.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD XRF-FILE.
       01 XRF-REC.
       COPY XRFREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

       FD HLD-FILE.
       01 HLD-REC.
       COPY HLDREC.

       FD BDT-FILE RECORDING MODE F.
       01 BDT-REC.
       COPY BDTREC.
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-JRNFILE-OK          VALUE 00.
           03 ST-XRFFILE              PIC 9(02).
              88 ST-XRFFILE-OK          VALUE 00 05 97.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
           03 ST-BDTFILE              PIC 9(02).
              88 ST-BDTFILE-OK          VALUE 00.
           03 ST-HLDFILE              PIC 9(02).
              88 ST-HLDFILE-OK          VALUE 00 05 97.
              88 ST-HLDFILE-EOF         VALUE 10.
           03 WS-HOLD-END-SW          PIC X(01).
              88 HOLD-SCAN-DONE          VALUE 'Y'.
           03 WS-HOLD-TOT             PIC S9(15).
           03 WS-HOLD-CNT             PIC 9(03).
           03 WS-AVL-NEW              PIC S9(15).
           03 WS-HOLD-DISP            PIC -(15)9.
           03 WS-AVL-DISP             PIC -(15)9.
           03 WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
              88 SUB-FILES-OPEN          VALUE 'Y'.
           03 WS-JRN-SEQ              PIC 9(07) VALUE ZEROS.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-RUN-DATE-CYY         PIC 9(07) VALUE ZEROS.
           03 WS-ACCT-FLAG-SW         PIC X(01).
              88 ACCT-STAT-FLAGGED       VALUE 'Y'.
           03 WS-ACCT-STAT-DESC       PIC X(30).
           03 WS-TRF-AMT              PIC -(15)9.
           03 WS-TRF-SRC-DESC         PIC X(30).
           03 WS-PAYOUT-SW            PIC X(01) VALUE 'N'.
              88 WS-PAYOUT-ACTIVE        VALUE 'Y'.
           03 WS-PAYOUT-DONE-SW       PIC X(01).
              88 PAYOUT-DONE             VALUE 'Y'.
           03 WS-CLS-REF              PIC X(15).
           03 WS-CUS-FOUND-SW         PIC X(01).
              88 CUS-FOUND               VALUE 'Y'.
           03 WS-CUS-NEW-SW           PIC X(01).
              88 CUS-CREATED             VALUE 'Y'.
           03 WS-CUS-OLD-NAME         PIC X(15).
           03 WS-CUS-OLD-SURNAME      PIC X(15).
           03 WS-XRF-END-SW           PIC X(01).
              88 XRF-SCAN-DONE           VALUE 'Y'.
           03 WS-XRF-CNT              PIC S9(04) COMP.
           03 WS-XRF-IX               PIC S9(04) COMP.
           03 WS-XRF-CNT-DISP         PIC ZZ9.
       01 WS-XRF-TABLE.
           03 WS-XRF-ACCT             PIC 9(02) OCCURS 100 TIMES.
       01 WS-JRN-TRF.
           03 WS-TRF-REF.
              05 WS-TRF-REF-RUN          PIC X(08).
              05 WS-TRF-REF-SEQ          PIC 9(07).
           03 WS-TRF-CP-UID           PIC 9(05).
           03 WS-TRF-CP-ACCT          PIC 9(02).
       01 WS-IMG-BEFORE.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==WB==.
       01 WS-IMG-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==WA==.
       01 WS-IMG-TARGET.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==WT==.
       COPY EXCTAB.
       LINKAGE SECTION.
       01 WS-SUB-AREA.
                 88 WS-SUB-DELETE          VALUE 3.
                 88 WS-SUB-UPDATE          VALUE 4.
                 88 WS-SUB-POST            VALUE 5.
                 88 WS-SUB-TRANSFER        VALUE 6.
                 88 WS-SUB-CLOSE-ACCT      VALUE 7.
                 88 WS-SUB-CLOSE           VALUE 9.
              07 WS-SUB-UID           PIC 9(05).
              07 WS-SUB-ACCT          PIC 9(02).
              07 WS-SUB-ACCT-TYPE     PIC X(01).
              07 WS-SUB-EXC           PIC S9(03).
              07 WS-SUB-ODLIM         PIC S9(15).
              07 WS-SUB-RUNID         PIC X(08).
              07 WS-SUB-TO-UID        PIC 9(05).
              07 WS-SUB-TO-ACCT       PIC 9(02).
       PROCEDURE DIVISION USING WS-SUB-AREA.
       0000-MAIN.
           IF WS-SUB-CLOSE
              MOVE ZEROS TO WS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SUB-FILES-OPEN
              PERFORM H100-OPEN-FILES
           END-IF.
           PERFORM H200-PROCESS.
           GOBACK.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O IDX-FILE.
              MOVE ST-XRFFILE TO WS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HLD-FILE.
           IF NOT ST-HLDFILE-OK
              DISPLAY "HLD-FILE OPEN ERROR: " ST-HLDFILE
              MOVE ST-HLDFILE TO WS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              MOVE ST-CUSFILE TO WS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-RUN-DATE-YMD = ZEROS
              PERFORM H150-GET-BUSINESS-DATE
           END-IF.
           MOVE ZEROS TO WS-JRN-SEQ.
           MOVE 'Y' TO WS-FILES-OPEN-SW.
           MOVE ST-IDXFILE TO WS-SUB-RC.
       H100-END. EXIT.

       H150-GET-BUSINESS-DATE.
           OPEN INPUT BDT-FILE.
           IF NOT ST-BDTFILE-OK
              DISPLAY "BDT-FILE OPEN ERROR: " ST-BDTFILE
              MOVE ST-BDTFILE TO WS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE.
           IF NOT ST-BDTFILE-OK
              DISPLAY "BDT-FILE READ ERROR: " ST-BDTFILE
              MOVE ST-BDTFILE TO WS-SUB-RC
              CLOSE BDT-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE BDT-FILE.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
           COMPUTE WS-RUN-DATE-CYY = WS-RUN-DATE-YMD - 19000000.
       H150-END. EXIT.

       H200-PROCESS.
           MOVE SPACES TO WS-IMG-BEFORE
           MOVE SPACES TO WS-JRN-TRF
           MOVE WS-SUB-UID TO IDX-ID
           MOVE WS-SUB-ACCT TO IDX-ACCT
           READ IDX-FILE KEY IDX-KEY
           END-IF
           IF WS-SUB-POST THEN PERFORM H250-POST
           END-IF
           IF WS-SUB-TRANSFER THEN PERFORM H260-TRANSFER
           END-IF
           IF WS-SUB-CLOSE-ACCT THEN PERFORM H290-CLOSE-ACCT
           END-IF
           IF WS-SUB-WRITE THEN PERFORM H800-INVALID-KEY
           END-IF
           END-READ.
              MOVE "-writ-rc:" TO WS-COMMENT-1
              MOVE "KAYIT EKLENEMEDI - GECERSIZ TARIH." TO WS-COMMENT-2
           ELSE
              IF NOT EXC-IS-VALID OR WS-EXC-LOOKUP = 999
                 MOVE 92 TO WS-SUB-RC
                 MOVE "-writ-rc:" TO WS-COMMENT-1
                 MOVE "KAYIT EKLENEMEDI - GECERSIZ ISTISNA KODU."
                 MOVE WS-EXC-LOOKUP TO IDX-EXC
                 MOVE WS-FNAME-TO TO IDX-NAME
                 MOVE WS-LNAME-TO TO IDX-SURNAME
                 MOVE 'N' TO WS-CUS-NEW-SW
                 MOVE WS-SUB-UID TO CUS-UID
                 PERFORM H560-READ-CUS
                 IF CUS-FOUND
                    MOVE CUS-NAME TO IDX-NAME
                    MOVE CUS-SURNAME TO IDX-SURNAME
                 END-IF
                 MOVE WS-SUB-DATE TO IDX-DATE
                 MOVE WS-SUB-BALANCE TO IDX-BALANCE
                 IF WS-SUB-ODLIM = -1
                    MOVE IDX-REC TO JRN-AFTER
                    PERFORM H500-WRITE-JOURNAL
                    PERFORM H530-XRF-ADD
                    IF NOT CUS-FOUND
                       PERFORM H550-CUS-CREATE
                    END-IF
                 END-IF
                 MOVE "-writ-rc:" TO WS-COMMENT-1
                 MOVE 1 TO WS-CMT-PTR
                 STRING "KAYIT EKLENDI. IST:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-EXC-FOUND-DESC)
                             DELIMITED BY SIZE
                        INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
                 IF CUS-CREATED
                    STRING " MUSTERI KAYDI ACILDI." DELIMITED BY SIZE
                           INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
                 END-IF
                 IF CUS-FOUND
                    AND (IDX-NAME NOT = WS-FNAME-TO
                         OR IDX-SURNAME NOT = WS-LNAME-TO)
                    STRING " AD/SOYAD MUSTERI KAYDINDAN: "
                           DELIMITED BY SIZE
                           FUNCTION TRIM (IDX-NAME) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM (IDX-SURNAME)
                           DELIMITED BY SIZE
                           INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
                 END-IF
              END-IF
              END-IF
           END-IF.
                     FUNCTION TRIM (WS-ACCT-STAT-DESC)
                     DELIMITED BY SIZE
                     INTO WS-COMMENT-2
           ELSE
           IF IDX-BALANCE NOT = ZEROS
              MOVE 98 TO WS-SUB-RC
              MOVE IDX-BALANCE TO WS-BAL-FROM
              STRING "KAYIT SILINMEDI - BAKIYE SIFIR DEGIL: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM (WS-BAL-FROM) DELIMITED BY SIZE
                     ". HESAP KAPAMA (C) KULLANILMALI."
                     DELIMITED BY SIZE
                     INTO WS-COMMENT-2
           ELSE
              PERFORM H510-STAMP-MAINT
              REWRITE IDX-REC
              ELSE
                 MOVE "KAYIT SILINDI." TO WS-COMMENT-2
              END-IF
           END-IF
           END-IF.
       H230-END. EXIT.

           IF WS-SUB-DATE NOT = ZEROS
              PERFORM H700-VALIDATE-DATE
           END-IF.
           IF IDX-EXC = 999
              MOVE 94 TO WS-SUB-RC
              MOVE "-updt-rc:" TO WS-COMMENT-1
              MOVE "KAYIT GUNCELLENMEDI - HESAP KAPALI." TO
                   WS-COMMENT-2
           ELSE
           IF NOT DATE-IS-VALID
              MOVE 90 TO WS-SUB-RC
              MOVE "-updt-rc:" TO WS-COMMENT-1
              MOVE "KAYIT GUNCELLENMEDI - GECERSIZ TARIH." TO
                   WS-COMMENT-2
           ELSE
           MOVE 'N' TO WS-CUS-FOUND-SW
           IF WS-FNAME-TO NOT = SPACES OR WS-LNAME-TO NOT = SPACES
              MOVE IDX-ID TO CUS-UID
              PERFORM H560-READ-CUS
           END-IF
           MOVE IDX-NAME TO WS-FNAME-FROM
           MOVE IDX-SURNAME TO WS-LNAME-FROM
           MOVE IDX-BALANCE TO WS-BAL-FROM
                     FUNCTION TRIM (WS-LNAME-TO) DELIMITED BY SIZE
                     INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
           END-IF
           IF CUS-FOUND AND WS-FNAME-TO = SPACES
              MOVE CUS-NAME TO IDX-NAME
           END-IF
           IF CUS-FOUND AND WS-LNAME-TO = SPACES
              MOVE CUS-SURNAME TO IDX-SURNAME
           END-IF
           IF WS-SUB-BALANCE NOT = -1
              MOVE WS-SUB-BALANCE TO IDX-BALANCE
              MOVE WS-SUB-BALANCE TO WS-BAL-TO
           IF WS-SUB-EXC NOT = -1
              MOVE WS-SUB-EXC TO WS-EXC-LOOKUP
              PERFORM H600-VALIDATE-EXC
              IF EXC-IS-VALID AND WS-SUB-EXC NOT = 999
                 MOVE WS-SUB-EXC TO IDX-EXC
                 MOVE WS-SUB-EXC TO WS-EXC-TO
                 STRING " IST:" DELIMITED BY SIZE
           IF ST-IDXFILE-OK
              MOVE IDX-REC TO JRN-AFTER
              PERFORM H500-WRITE-JOURNAL
              IF CUS-FOUND
                 IF IDX-NAME NOT = CUS-NAME
                    OR IDX-SURNAME NOT = CUS-SURNAME
                    PERFORM H570-CUS-RENAME
                 END-IF
              ELSE
              IF IDX-NAME NOT = WB-NAME
                 OR IDX-SURNAME NOT = WB-SURNAME
                 PERFORM H540-XRF-DELETE
                 PERFORM H530-XRF-ADD
                 PERFORM H550-CUS-CREATE
              END-IF
              END-IF
           END-IF
           IF EXC-UPDATE-REJECTED
              MOVE ST-IDXFILE TO WS-SUB-RC
           END-IF
           MOVE "-updt-rc:" TO WS-COMMENT-1
           END-IF
           END-IF.
       H240-END. EXIT.

           MOVE WS-BAL-NEW TO WS-BAL-TO
           COMPUTE WS-ODL-NEG = ZEROS - IDX-OD-LIMIT
           MOVE IDX-OD-LIMIT TO WS-ODL-TO
           MOVE ZEROS TO WS-HOLD-TOT
           MOVE ZEROS TO WS-HOLD-CNT
           IF WS-SUB-BALANCE < ZEROS
              PERFORM H630-SUM-HOLDS
           END-IF.
           COMPUTE WS-AVL-NEW = WS-BAL-NEW - WS-HOLD-TOT
           IF ACCT-STAT-BLOCKED
              MOVE 94 TO WS-SUB-RC
              STRING "KAYIT REDDEDILDI - HESAP DURUMU ENGELLIYOR: "
                     ">" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-BAL-TO) DELIMITED BY SIZE
                     INTO WS-COMMENT-2
           ELSE
           IF WS-AVL-NEW < WS-ODL-NEG
              MOVE 96 TO WS-SUB-RC
              PERFORM H640-HOLD-REJECT-TEXT
           ELSE
              MOVE WS-BAL-NEW TO IDX-BALANCE
              PERFORM H510-STAMP-MAINT
                        DELIMITED BY SIZE
                        INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
              END-IF
              IF WS-HOLD-TOT NOT = ZEROS
                 MOVE WS-HOLD-TOT TO WS-HOLD-DISP
                 STRING " BLOKE:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-HOLD-DISP) DELIMITED BY SIZE
                        INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
              END-IF
           END-IF
           END-IF
           END-IF.
       H250-END. EXIT.

       H260-TRANSFER.
           PERFORM H620-CHECK-ACCT-STATUS.
           MOVE "-trnf-rc:" TO WS-COMMENT-1.
           MOVE SPACES TO WS-TRF-SRC-DESC.
           MOVE WS-SUB-BALANCE TO WS-TRF-AMT.
           MOVE IDX-BALANCE TO WS-BAL-FROM
           COMPUTE WS-BAL-NEW = IDX-BALANCE - WS-SUB-BALANCE
           MOVE WS-BAL-NEW TO WS-BAL-TO
           COMPUTE WS-ODL-NEG = ZEROS - IDX-OD-LIMIT
           MOVE IDX-OD-LIMIT TO WS-ODL-TO
           MOVE ZEROS TO WS-HOLD-TOT
           MOVE ZEROS TO WS-HOLD-CNT
           PERFORM H630-SUM-HOLDS
           COMPUTE WS-AVL-NEW = WS-BAL-NEW - WS-HOLD-TOT
           EVALUATE TRUE
                WHEN WS-SUB-BALANCE NOT > ZEROS
                     MOVE 90 TO WS-SUB-RC
                     MOVE "HAVALE REDDEDILDI - GECERSIZ TUTAR."
                          TO WS-COMMENT-2
                WHEN WS-SUB-TO-UID = WS-SUB-UID
                     AND WS-SUB-TO-ACCT = WS-SUB-ACCT
                     MOVE 90 TO WS-SUB-RC
                     MOVE "HAVALE REDDEDILDI - BORCLU VE ALACAKLI AYNI."
                          TO WS-COMMENT-2
                WHEN ACCT-STAT-BLOCKED
                     MOVE 94 TO WS-SUB-RC
                     STRING "HAVALE REDDEDILDI - BORCLU HESAP DURUMU "
                            DELIMITED BY SIZE
                            "ENGELLIYOR: " DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ACCT-STAT-DESC)
                            DELIMITED BY SIZE
                            INTO WS-COMMENT-2
                WHEN WS-BAL-NEW < WS-ODL-NEG
                     MOVE 91 TO WS-SUB-RC
                     STRING "HAVALE REDDEDILDI - KMH LIMITI ASILDI. "
                            DELIMITED BY SIZE
                            "LIMIT:" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ODL-TO) DELIMITED BY SIZE
                            " BAKIYE:" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-BAL-FROM)
                            DELIMITED BY SIZE
                            ">" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-BAL-TO) DELIMITED BY SIZE
                            INTO WS-COMMENT-2
                WHEN WS-AVL-NEW < WS-ODL-NEG
                     MOVE 96 TO WS-SUB-RC
                     PERFORM H640-HOLD-REJECT-TEXT
                WHEN OTHER
                     IF ACCT-STAT-FLAGGED
                        MOVE WS-ACCT-STAT-DESC TO WS-TRF-SRC-DESC
                     END-IF
                     PERFORM H265-TRANSFER-TARGET
           END-EVALUATE.
       H260-END. EXIT.

       H265-TRANSFER-TARGET.
           MOVE WS-SUB-TO-UID TO IDX-ID
           MOVE WS-SUB-TO-ACCT TO IDX-ACCT
           READ IDX-FILE KEY IDX-KEY
           INVALID KEY
              MOVE ST-IDXFILE TO WS-SUB-RC
              MOVE "HAVALE REDDEDILDI - ALACAKLI HESAP BULUNAMADI."
                   TO WS-COMMENT-2
           NOT INVALID KEY
              MOVE IDX-REC TO WS-IMG-TARGET
              PERFORM H620-CHECK-ACCT-STATUS
              IF ACCT-STAT-BLOCKED
                 MOVE 94 TO WS-SUB-RC
                 STRING "HAVALE REDDEDILDI - ALACAKLI HESAP DURUMU "
                        DELIMITED BY SIZE
                        "ENGELLIYOR: " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-ACCT-STAT-DESC)
                        DELIMITED BY SIZE
                        INTO WS-COMMENT-2
              ELSE
                 PERFORM H270-TRANSFER-APPLY
              END-IF
           END-READ.
       H265-END. EXIT.

       H270-TRANSFER-APPLY.
           MOVE WS-IMG-BEFORE TO IDX-REC.
           MOVE WS-BAL-NEW TO IDX-BALANCE.
           PERFORM H510-STAMP-MAINT.
           REWRITE IDX-REC.
           IF NOT ST-IDXFILE-OK
              MOVE ST-IDXFILE TO WS-SUB-RC
              MOVE "HAVALE YAPILAMADI - BORCLU HESAP YAZILAMADI."
                   TO WS-COMMENT-2
           ELSE
              MOVE IDX-REC TO WS-IMG-AFTER
              MOVE WS-IMG-TARGET TO IDX-REC
              ADD WS-SUB-BALANCE TO IDX-BALANCE
              PERFORM H510-STAMP-MAINT
              REWRITE IDX-REC
              MOVE ST-IDXFILE TO WS-SUB-RC
              IF NOT ST-IDXFILE-OK
                 MOVE WS-IMG-BEFORE TO IDX-REC
                 REWRITE IDX-REC
                 IF NOT ST-IDXFILE-OK
                    DISPLAY "IDX-FILE REWRITE ERROR: " ST-IDXFILE
                            " UID: " IDX-ID " ACCT: " IDX-ACCT
                    STRING "HAVALE YAPILAMADI - ALACAKLI HESAP "
                           DELIMITED BY SIZE
                           "YAZILAMADI, BORC GERI ALINAMADI. "
                           DELIMITED BY SIZE
                           "BORCLU HESAP KONTROL EDILMELI."
                           DELIMITED BY SIZE
                           INTO WS-COMMENT-2
                 ELSE
                    STRING "HAVALE YAPILAMADI - ALACAKLI HESAP "
                           DELIMITED BY SIZE
                           "YAZILAMADI, BORC GERI ALINDI."
                           DELIMITED BY SIZE
                           INTO WS-COMMENT-2
                 END-IF
              ELSE
                 PERFORM H280-TRANSFER-JOURNAL
                 MOVE 1 TO WS-CMT-PTR
                 STRING "HAVALE YAPILDI. ALACAKLI:" DELIMITED BY SIZE
                        WS-SUB-TO-UID DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        WS-SUB-TO-ACCT DELIMITED BY SIZE
                        " TUTAR:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-TRF-AMT) DELIMITED BY SIZE
                        " BAKIYE:" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-BAL-FROM) DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-BAL-TO) DELIMITED BY SIZE
                        " REF:" DELIMITED BY SIZE
                        WS-TRF-REF DELIMITED BY SIZE
                        INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
                 IF WS-TRF-SRC-DESC NOT = SPACES
                    STRING " DIKKAT BORCLU: " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-TRF-SRC-DESC)
                           DELIMITED BY SIZE
                           INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
                 END-IF
                 IF ACCT-STAT-FLAGGED
                    STRING " DIKKAT ALACAKLI: " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-ACCT-STAT-DESC)
                           DELIMITED BY SIZE
                           INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
                 END-IF
              END-IF
           END-IF.
       H270-END. EXIT.

       H280-TRANSFER-JOURNAL.
           MOVE WS-SUB-RUNID TO WS-TRF-REF-RUN.
           COMPUTE WS-TRF-REF-SEQ = WS-JRN-SEQ + 1.
           MOVE WS-SUB-TO-UID TO WS-TRF-CP-UID.
           MOVE WS-SUB-TO-ACCT TO WS-TRF-CP-ACCT.
           MOVE WS-IMG-AFTER TO JRN-AFTER.
           PERFORM H500-WRITE-JOURNAL.
           MOVE WS-SUB-UID TO WS-TRF-CP-UID.
           MOVE WS-SUB-ACCT TO WS-TRF-CP-ACCT.
           MOVE WS-IMG-TARGET TO WS-IMG-BEFORE.
           MOVE IDX-REC TO JRN-AFTER.
           PERFORM H500-WRITE-JOURNAL.
       H280-END. EXIT.

       H290-CLOSE-ACCT.
           PERFORM H620-CHECK-ACCT-STATUS.
           MOVE "-clos-rc:" TO WS-COMMENT-1.
           MOVE 'N' TO WS-PAYOUT-SW.
           MOVE 'N' TO WS-PAYOUT-DONE-SW.
           MOVE SPACES TO WS-CLS-REF.
           MOVE IDX-BALANCE TO WS-BAL-FROM.
           MOVE ZEROS TO WS-HOLD-TOT.
           MOVE ZEROS TO WS-HOLD-CNT.
           PERFORM H630-SUM-HOLDS.
           EVALUATE TRUE
                WHEN IDX-EXC = 999
                     MOVE 94 TO WS-SUB-RC
                     MOVE "HESAP KAPATILMADI - HESAP ZATEN KAPALI."
                          TO WS-COMMENT-2
                WHEN ACCT-STAT-BLOCKED
                     MOVE 94 TO WS-SUB-RC
                     STRING "HESAP KAPATILMADI - HESAP DURUMU "
                            DELIMITED BY SIZE
                            "ENGELLIYOR: " DELIMITED BY SIZE
                            FUNCTION TRIM (WS-ACCT-STAT-DESC)
                            DELIMITED BY SIZE
                            INTO WS-COMMENT-2
                WHEN WS-HOLD-CNT > ZEROS
                     MOVE 99 TO WS-SUB-RC
                     MOVE WS-HOLD-TOT TO WS-HOLD-DISP
                     STRING "HESAP KAPATILMADI - AKTIF BLOKE VAR. "
                            DELIMITED BY SIZE
                            "BLOKE:" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-HOLD-DISP)
                            DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            WS-HOLD-CNT DELIMITED BY SIZE
                            " ADET)" DELIMITED BY SIZE
                            INTO WS-COMMENT-2
                WHEN IDX-BALANCE < ZEROS
                     MOVE 98 TO WS-SUB-RC
                     STRING "HESAP KAPATILMADI - HESAP BORC BAKIYEDE: "
                            DELIMITED BY SIZE
                            FUNCTION TRIM (WS-BAL-FROM)
                            DELIMITED BY SIZE
                            INTO WS-COMMENT-2
                WHEN IDX-BALANCE > ZEROS
                     AND WS-SUB-TO-UID = ZEROS
                     AND WS-SUB-TO-ACCT = ZEROS
                     MOVE 98 TO WS-SUB-RC
                     STRING "HESAP KAPATILMADI - BAKIYE SIFIR DEGIL: "
                            DELIMITED BY SIZE
                            FUNCTION TRIM (WS-BAL-FROM)
                            DELIMITED BY SIZE
                            ". ODEME HESABI VERILMEDI."
                            DELIMITED BY SIZE
                            INTO WS-COMMENT-2
                WHEN IDX-BALANCE > ZEROS
                     AND WS-SUB-TO-UID = WS-SUB-UID
                     AND WS-SUB-TO-ACCT = WS-SUB-ACCT
                     MOVE 90 TO WS-SUB-RC
                     MOVE "HESAP KAPATILMADI - ODEME HESABI AYNI HESAP."
                          TO WS-COMMENT-2
                WHEN IDX-BALANCE > ZEROS
                     PERFORM H292-CLOSE-PAYOUT
                WHEN OTHER
                     PERFORM H295-CLOSE-APPLY
           END-EVALUATE.
       H290-END. EXIT.

       H292-CLOSE-PAYOUT.
           MOVE 'Y' TO WS-PAYOUT-SW.
           MOVE SPACES TO WS-TRF-SRC-DESC.
           IF ACCT-STAT-FLAGGED
              MOVE WS-ACCT-STAT-DESC TO WS-TRF-SRC-DESC
           END-IF.
           MOVE IDX-BALANCE TO WS-SUB-BALANCE.
           MOVE WS-SUB-BALANCE TO WS-TRF-AMT.
           MOVE ZEROS TO WS-BAL-NEW.
           MOVE WS-BAL-NEW TO WS-BAL-TO.
           PERFORM H265-TRANSFER-TARGET.
           MOVE 'N' TO WS-PAYOUT-SW.
           IF WS-SUB-RC = 00 OR WS-SUB-RC = 97
              MOVE 'Y' TO WS-PAYOUT-DONE-SW
              MOVE WS-TRF-REF TO WS-CLS-REF
              MOVE SPACES TO WS-JRN-TRF
              MOVE WS-IMG-AFTER TO WS-IMG-BEFORE
              MOVE WS-IMG-AFTER TO IDX-REC
              PERFORM H295-CLOSE-APPLY
           END-IF.
       H292-END. EXIT.

       H295-CLOSE-APPLY.
           MOVE IDX-EXC TO WS-EXC-FROM.
           MOVE 999 TO IDX-EXC.
           PERFORM H510-STAMP-MAINT.
           REWRITE IDX-REC.
           MOVE ST-IDXFILE TO WS-SUB-RC.
           MOVE SPACES TO WS-COMMENT-2.
           MOVE 1 TO WS-CMT-PTR.
           IF ST-IDXFILE-OK
              MOVE IDX-REC TO JRN-AFTER
              PERFORM H500-WRITE-JOURNAL
              STRING "HESAP KAPATILDI. TARIH:" DELIMITED BY SIZE
                     WS-RUN-DATE-YMD DELIMITED BY SIZE
                     " IST:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-EXC-FROM) DELIMITED BY SIZE
                     ">999" DELIMITED BY SIZE
                     INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
           ELSE
              STRING "HESAP KAPATILAMADI - KAYIT YAZILAMADI."
                     DELIMITED BY SIZE
                     INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
           END-IF.
           IF PAYOUT-DONE
              STRING " ODEME:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-TRF-AMT) DELIMITED BY SIZE
                     " ALACAKLI:" DELIMITED BY SIZE
                     WS-SUB-TO-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-SUB-TO-ACCT DELIMITED BY SIZE
                     " REF:" DELIMITED BY SIZE
                     WS-CLS-REF DELIMITED BY SIZE
                     INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR
           END-IF.
       H295-END. EXIT.

       H500-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN-SEQ.
           MOVE WS-RUN-DATE-YMD TO JRN-RUN-DATE.
           MOVE JA-ID TO JRN-UID.
           MOVE JA-ACCT TO JRN-ACCT.
           EVALUATE TRUE
                WHEN WS-PAYOUT-ACTIVE MOVE 'T' TO JRN-OPRT
                WHEN WS-SUB-WRITE  MOVE 'W' TO JRN-OPRT
                WHEN WS-SUB-DELETE MOVE 'D' TO JRN-OPRT
                WHEN WS-SUB-UPDATE MOVE 'U' TO JRN-OPRT
                WHEN WS-SUB-POST   MOVE 'P' TO JRN-OPRT
                WHEN WS-SUB-TRANSFER MOVE 'T' TO JRN-OPRT
                WHEN WS-SUB-CLOSE-ACCT MOVE 'C' TO JRN-OPRT
                WHEN OTHER         MOVE '?' TO JRN-OPRT
           END-EVALUATE.
           MOVE WS-IMG-BEFORE TO JRN-BEFORE.
           MOVE WS-JRN-TRF TO JRN-TRF.
           WRITE JRN-REC.
           IF NOT ST-JRNFILE-OK
              DISPLAY "JRN-FILE WRITE ERROR: " ST-JRNFILE
       H510-STAMP-MAINT.
           MOVE WS-RUN-DATE-CYY TO IDX-MNT-DATE.
           EVALUATE TRUE
                WHEN WS-PAYOUT-ACTIVE MOVE 'T' TO IDX-MNT-OPRT
                WHEN WS-SUB-WRITE  MOVE 'W' TO IDX-MNT-OPRT
                WHEN WS-SUB-DELETE MOVE 'D' TO IDX-MNT-OPRT
                WHEN WS-SUB-UPDATE MOVE 'U' TO IDX-MNT-OPRT
                WHEN WS-SUB-POST   MOVE 'P' TO IDX-MNT-OPRT
                WHEN WS-SUB-TRANSFER MOVE 'T' TO IDX-MNT-OPRT
                WHEN WS-SUB-CLOSE-ACCT MOVE 'C' TO IDX-MNT-OPRT
                WHEN OTHER         MOVE '?' TO IDX-MNT-OPRT
           END-EVALUATE.
           MOVE WS-SUB-RUNID TO IDX-MNT-RUN.
       H530-END. EXIT.

       H540-XRF-DELETE.
           MOVE WB-ID TO CUS-UID.
           PERFORM H560-READ-CUS.
           IF CUS-FOUND
              MOVE CUS-SURNAME TO XRF-SURNAME
              MOVE CUS-NAME TO XRF-NAME
           ELSE
              MOVE WB-SURNAME TO XRF-SURNAME
              MOVE WB-NAME TO XRF-NAME
           END-IF.
           MOVE WB-ID TO XRF-UID.
           MOVE WB-ACCT TO XRF-ACCT.
           DELETE XRF-FILE
           INVALID KEY
              IF CUS-FOUND
                 PERFORM H545-XRF-DELETE-ACCT
              ELSE
                 DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
              END-IF
           END-DELETE.
       H540-END. EXIT.

       H545-XRF-DELETE-ACCT.
           MOVE WB-SURNAME TO XRF-SURNAME.
           MOVE WB-NAME TO XRF-NAME.
           MOVE WB-ID TO XRF-UID.
           INVALID KEY
              DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
           END-DELETE.
       H545-END. EXIT.

       H550-CUS-CREATE.
           MOVE SPACES TO CUS-REC.
           MOVE IDX-ID TO CUS-UID.
           MOVE IDX-NAME TO CUS-NAME.
           MOVE IDX-SURNAME TO CUS-SURNAME.
           MOVE ZEROS TO CUS-BIRTH-DATE.
           MOVE WS-RUN-DATE-YMD TO CUS-OPEN-DATE.
           MOVE WS-RUN-DATE-YMD TO CUS-MNT-DATE.
           MOVE IDX-MNT-OPRT TO CUS-MNT-OPRT.
           MOVE WS-SUB-RUNID TO CUS-MNT-RUN.
           WRITE CUS-REC
           INVALID KEY
              DISPLAY "CUS-FILE WRITE ERROR: " ST-CUSFILE
                      " UID: " CUS-UID
           NOT INVALID KEY
              MOVE 'Y' TO WS-CUS-NEW-SW
           END-WRITE.
       H550-END. EXIT.

       H560-READ-CUS.
           MOVE 'Y' TO WS-CUS-FOUND-SW.
           READ CUS-FILE KEY CUS-KEY
           INVALID KEY
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-READ.
           IF NOT ST-CUSFILE-OK
              MOVE 'N' TO WS-CUS-FOUND-SW
           END-IF.
       H560-END. EXIT.

       H570-CUS-RENAME.
           PERFORM H540-XRF-DELETE.
           MOVE CUS-NAME TO WS-CUS-OLD-NAME.
           MOVE CUS-SURNAME TO WS-CUS-OLD-SURNAME.
           PERFORM H580-XRF-COLLECT.
           ADD 1 TO WS-XRF-CNT.
           MOVE IDX-ACCT TO WS-XRF-ACCT (WS-XRF-CNT).
           MOVE IDX-NAME TO CUS-NAME.
           MOVE IDX-SURNAME TO CUS-SURNAME.
           MOVE WS-RUN-DATE-YMD TO CUS-MNT-DATE.
           MOVE 'U' TO CUS-MNT-OPRT.
           MOVE WS-SUB-RUNID TO CUS-MNT-RUN.
           REWRITE CUS-REC
           INVALID KEY
              DISPLAY "CUS-FILE REWRITE ERROR: " ST-CUSFILE
                      " UID: " CUS-UID
           END-REWRITE.
           PERFORM H590-XRF-REKEY
                   VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-CNT.
           MOVE WS-XRF-CNT TO WS-XRF-CNT-DISP.
           STRING " MUSTERI KAYDI GUNCELLENDI (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-XRF-CNT-DISP) DELIMITED BY SIZE
                  " HESAP)." DELIMITED BY SIZE
                  INTO WS-COMMENT-2 WITH POINTER WS-CMT-PTR.
       H570-END. EXIT.

       H580-XRF-COLLECT.
           MOVE ZEROS TO WS-XRF-CNT.
           MOVE 'N' TO WS-XRF-END-SW.
           MOVE WS-CUS-OLD-SURNAME TO XRF-SURNAME.
           MOVE WS-CUS-OLD-NAME TO XRF-NAME.
           MOVE CUS-UID TO XRF-UID.
           MOVE ZEROS TO XRF-ACCT.
           START XRF-FILE KEY >= XRF-KEY
           INVALID KEY
              MOVE 'Y' TO WS-XRF-END-SW
           END-START.
           IF NOT ST-XRFFILE-OK
              MOVE 'Y' TO WS-XRF-END-SW
           END-IF.
           PERFORM H582-XRF-NEXT UNTIL XRF-SCAN-DONE.
           PERFORM H584-XRF-DROP
                   VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-CNT.
       H580-END. EXIT.

       H582-XRF-NEXT.
           READ XRF-FILE NEXT RECORD.
           IF NOT ST-XRFFILE-OK
              OR XRF-SURNAME NOT = WS-CUS-OLD-SURNAME
              OR XRF-NAME NOT = WS-CUS-OLD-NAME
              OR XRF-UID NOT = CUS-UID
              OR WS-XRF-CNT = 99
              MOVE 'Y' TO WS-XRF-END-SW
           ELSE
              ADD 1 TO WS-XRF-CNT
              MOVE XRF-ACCT TO WS-XRF-ACCT (WS-XRF-CNT)
           END-IF.
       H582-END. EXIT.

       H584-XRF-DROP.
           MOVE WS-CUS-OLD-SURNAME TO XRF-SURNAME.
           MOVE WS-CUS-OLD-NAME TO XRF-NAME.
           MOVE CUS-UID TO XRF-UID.
           MOVE WS-XRF-ACCT (WS-XRF-IX) TO XRF-ACCT.
           DELETE XRF-FILE
           INVALID KEY
              DISPLAY "XRF-FILE DELETE ERROR: " ST-XRFFILE
           END-DELETE.
       H584-END. EXIT.

       H590-XRF-REKEY.
           MOVE CUS-SURNAME TO XRF-SURNAME.
           MOVE CUS-NAME TO XRF-NAME.
           MOVE CUS-UID TO XRF-UID.
           MOVE WS-XRF-ACCT (WS-XRF-IX) TO XRF-ACCT.
           WRITE XRF-REC
           INVALID KEY
              DISPLAY "XRF-FILE WRITE ERROR: " ST-XRFFILE
           END-WRITE.
       H590-END. EXIT.

       H600-VALIDATE-EXC.
           MOVE 'N' TO WS-EXC-VALID-SW.
           END-IF.
       H620-END. EXIT.

       H630-SUM-HOLDS.
           MOVE 'N' TO WS-HOLD-END-SW.
           MOVE WS-SUB-UID TO HLD-UID.
           MOVE WS-SUB-ACCT TO HLD-ACCT.
           MOVE ZEROS TO HLD-NO.
           START HLD-FILE KEY >= HLD-KEY
           INVALID KEY
              MOVE 'Y' TO WS-HOLD-END-SW
           END-START.
           IF NOT ST-HLDFILE-OK
              MOVE 'Y' TO WS-HOLD-END-SW
           END-IF.
           PERFORM H635-NEXT-HOLD UNTIL HOLD-SCAN-DONE.
       H630-END. EXIT.

       H635-NEXT-HOLD.
           READ HLD-FILE NEXT RECORD.
           IF NOT ST-HLDFILE-OK
              OR HLD-UID NOT = WS-SUB-UID
              OR HLD-ACCT NOT = WS-SUB-ACCT
              MOVE 'Y' TO WS-HOLD-END-SW
           ELSE
              IF HLD-ACTIVE
                 AND (HLD-EXPIRY-DATE = ZEROS
                      OR HLD-EXPIRY-DATE NOT < WS-RUN-DATE-YMD)
                 ADD HLD-AMOUNT TO WS-HOLD-TOT
                 ADD 1 TO WS-HOLD-CNT
              END-IF
           END-IF.
       H635-END. EXIT.

       H640-HOLD-REJECT-TEXT.
           MOVE WS-HOLD-TOT TO WS-HOLD-DISP.
           MOVE WS-AVL-NEW TO WS-AVL-DISP.
           STRING "KAYIT REDDEDILDI - KULLANILABILIR BAKIYE YETERSIZ."
                  DELIMITED BY SIZE
                  " BLOKE:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HOLD-DISP) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-HOLD-CNT DELIMITED BY SIZE
                  " ADET) LIMIT:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ODL-TO) DELIMITED BY SIZE
                  " KULLANILABILIR:" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AVL-DISP) DELIMITED BY SIZE
                  INTO WS-COMMENT-2.
       H640-END. EXIT.

       H700-VALIDATE-DATE.
           MOVE WS-SUB-DATE TO WS-DATE-NUM.
           MOVE 'Y' TO WS-DATE-VALID-SW.
              MOVE "-post-rc:" TO WS-COMMENT-1
              MOVE "KAYIT BULUNAMADI." TO WS-COMMENT-2
           END-IF.
           IF WS-SUB-TRANSFER
              MOVE "-trnf-rc:" TO WS-COMMENT-1
              MOVE "HAVALE REDDEDILDI - BORCLU HESAP BULUNAMADI."
                   TO WS-COMMENT-2
           END-IF.
           IF WS-SUB-CLOSE-ACCT
              MOVE "-clos-rc:" TO WS-COMMENT-1
              MOVE "HESAP KAPATILMADI - HESAP BULUNAMADI."
                   TO WS-COMMENT-2
           END-IF.
       H800-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE XRF-FILE.
           CLOSE HLD-FILE.
           CLOSE CUS-FILE.
           MOVE 'N' TO WS-FILES-OPEN-SW.
           GOBACK.
       H999-END. EXIT.
