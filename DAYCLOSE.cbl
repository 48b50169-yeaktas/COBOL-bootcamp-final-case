       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DAYCLOSE.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS REG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       FD  REG-FILE RECORDING MODE F.
       01  REG-REC.
       COPY REGREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 REG-ST                  PIC 9(02).
              88 REG-SUCCESS             VALUE 00 05.
              88 REG-EOF                 VALUE 10.
           03 WS-FM-START-RUN         PIC 9(06) VALUE ZEROS.
           03 WS-FM-END-RUN           PIC 9(06) VALUE ZEROS.
           03 WS-CNT-FM-START         PIC 9(05) VALUE ZEROS.
           03 WS-CNT-FM-END           PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-READ-BDT
           PERFORM H200-CHECK-REGISTRY
           PERFORM H300-CLOSE-DAY
           PERFORM H999-PROGRAM-EXIT.

       H100-READ-BDT.
           OPEN I-O BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE OPEN ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE READ ERROR: " BDT-ST
                      " - IS GUNU KAYDI YOK, ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT BDT-DAY-OPEN
              DISPLAY "IS GUNU " BDT-CUR-DATE " ACIK DEGIL (DURUM:"
                      BDT-STATUS ")."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-CHECK-REGISTRY.
           OPEN INPUT REG-FILE.
           IF NOT REG-SUCCESS
              DISPLAY "REGFILE DOES NOT OPENED"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ REG-FILE.
           PERFORM H210-SCAN-REGISTRY UNTIL REG-EOF.
           CLOSE REG-FILE.
           IF WS-FM-END-RUN = ZEROS
              DISPLAY "IS GUNU " BDT-CUR-DATE " KAPATILAMAZ - "
                      "FNLMAIN1 BITIS ('E') KAYDI YOK."
              DISPLAY "FNLMAIN1 BASLAYAN KOSU : " WS-CNT-FM-START
                      " SON KOSU NO " WS-FM-START-RUN
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-FM-START-RUN > WS-FM-END-RUN
              DISPLAY "IS GUNU " BDT-CUR-DATE " KAPATILAMAZ - "
                      "FNLMAIN1 KOSUSU TAMAMLANMAMIS."
              DISPLAY "FNLMAIN1 SON BASLAYAN KOSU NO " WS-FM-START-RUN
                      " SON BITEN KOSU NO " WS-FM-END-RUN
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.

       H210-SCAN-REGISTRY.
           IF REG-PGM = 'FNLMAIN1' AND REG-DATE = BDT-CUR-DATE
              IF REG-TYPE-START
                 ADD 1 TO WS-CNT-FM-START
                 IF REG-RUN-NO > WS-FM-START-RUN
                    MOVE REG-RUN-NO TO WS-FM-START-RUN
                 END-IF
              END-IF
              IF REG-TYPE-END
                 ADD 1 TO WS-CNT-FM-END
                 IF REG-RUN-NO > WS-FM-END-RUN
                    MOVE REG-RUN-NO TO WS-FM-END-RUN
                 END-IF
              END-IF
           END-IF.
           READ REG-FILE.
       H210-END. EXIT.

       H300-CLOSE-DAY.
           MOVE 'C' TO BDT-STATUS.
           MOVE WS-FM-END-RUN TO BDT-CLOSE-RUN.
           REWRITE BDT-REC.
           IF NOT BDT-SUCCESS
              DISPLAY "BDT-FILE REWRITE ERROR: " BDT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY "===== DAYCLOSE ====="
           DISPLAY "KAPANAN IS GUNU   : " BDT-CUR-DATE
           DISPLAY "FNLMAIN1 KOSU NO  : " WS-FM-END-RUN
           DISPLAY "FNLMAIN1 BITEN    : " WS-CNT-FM-END
           DISPLAY "SONRAKI IS GUNU   : " BDT-NEXT-DATE.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE BDT-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
