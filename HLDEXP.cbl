       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HLDEXP.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLDFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY HLD-KEY.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS RPT-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD HLD-FILE.
       01 HLD-REC.
       COPY HLDREC.

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
           03 ST-HLDFILE              PIC 9(02).
              88 ST-HLDFILE-OK          VALUE 00 05 97.
              88 ST-HLDFILE-EOF         VALUE 10.
           03 RPT-ST                  PIC 9(02).
              88 RPT-SUCCESS             VALUE 00.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
           03 WS-AMT-DISP             PIC -(15)9.
           03 WS-CNT-READ             PIC 9(07) VALUE ZEROS.
           03 WS-CNT-ACTIVE           PIC 9(07) VALUE ZEROS.
           03 WS-CNT-EXPIRED          PIC 9(07) VALUE ZEROS.
           03 WS-TOT-EXPIRED          PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-TOT-ACTIVE           PIC S9(15) COMP-3 VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-HLDFILE-EOF
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
           OPEN I-O HLD-FILE.
           IF NOT ST-HLDFILE-OK
              DISPLAY "HLD-FILE OPEN ERROR: " ST-HLDFILE
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
           STRING "HLDEXP SURESI DOLAN BLOKELER - TARIH:"
                  DELIMITED BY SIZE
                  WS-RUN-DATE-YMD DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC.
           PERFORM H150-READ-NEXT.
       H100-END. EXIT.

       H150-READ-NEXT.
           READ HLD-FILE NEXT RECORD.
           IF NOT ST-HLDFILE-OK AND NOT ST-HLDFILE-EOF
              DISPLAY "HLD-FILE READ ERROR: " ST-HLDFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           IF HLD-ACTIVE
              IF HLD-EXPIRY-DATE NOT = ZEROS
                 AND HLD-EXPIRY-DATE < WS-RUN-DATE-YMD
                 PERFORM H300-EXPIRE
              ELSE
                 ADD 1 TO WS-CNT-ACTIVE
                 ADD HLD-AMOUNT TO WS-TOT-ACTIVE
              END-IF
           END-IF.
           PERFORM H150-READ-NEXT.
       H200-END. EXIT.

       H300-EXPIRE.
           MOVE 'E' TO HLD-STATUS.
           MOVE WS-RUN-DATE-YMD TO HLD-REL-DATE.
           MOVE 'HLDEXP  ' TO HLD-REL-USER.
           REWRITE HLD-REC.
           IF NOT ST-HLDFILE-OK
              DISPLAY "HLD-FILE REWRITE ERROR: " ST-HLDFILE
                      " BLOKE " HLD-KEY
           ELSE
              ADD 1 TO WS-CNT-EXPIRED
              ADD HLD-AMOUNT TO WS-TOT-EXPIRED
              MOVE HLD-AMOUNT TO WS-AMT-DISP
              MOVE SPACES TO RPT-LINE
              STRING HLD-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     HLD-ACCT DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     HLD-NO DELIMITED BY SIZE
                     " SURESI DOLDU TUTAR:" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                     " BITIS:" DELIMITED BY SIZE
                     HLD-EXPIRY-DATE DELIMITED BY SIZE
                     " NEDEN:" DELIMITED BY SIZE
                     FUNCTION TRIM (HLD-REASON) DELIMITED BY SIZE
                     " REF:" DELIMITED BY SIZE
                     HLD-REF DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-REC
           END-IF.
       H300-END. EXIT.

       H900-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-REC
           MOVE WS-TOT-EXPIRED TO WS-AMT-DISP
           MOVE SPACES TO RPT-LINE
           STRING "OKUNAN:"        DELIMITED BY SIZE
                  WS-CNT-READ       DELIMITED BY SIZE
                  " SURESI DOLAN:" DELIMITED BY SIZE
                  WS-CNT-EXPIRED    DELIMITED BY SIZE
                  " TUTAR:"        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           MOVE WS-TOT-ACTIVE TO WS-AMT-DISP
           MOVE SPACES TO RPT-LINE
           STRING "AKTIF KALAN:"   DELIMITED BY SIZE
                  WS-CNT-ACTIVE     DELIMITED BY SIZE
                  " TUTAR:"        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMT-DISP) DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-REC.
           DISPLAY "===== HLDEXP TOTALS ====="
           DISPLAY "OKUNAN BLOKE      : " WS-CNT-READ
           DISPLAY "SURESI DOLAN      : " WS-CNT-EXPIRED
           DISPLAY "AKTIF KALAN       : " WS-CNT-ACTIVE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HLD-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
