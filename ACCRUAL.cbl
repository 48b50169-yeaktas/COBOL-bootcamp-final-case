           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS REG-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                           STATUS ST-HOLFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY HOL-DATE.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01  REG-REC.
       COPY REGREC.

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       FD HOL-FILE.
       01 HOL-REC.
       COPY HOLREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
           03 ST-HOLFILE              PIC 9(02).
              88 ST-HOLFILE-OK          VALUE 00 05 97.
           03 WS-WORKDAY-SW           PIC X(01).
              88 IS-WORKDAY              VALUE 'Y'.
           03 WS-WEEKDAY              PIC 9(01).
           03 WS-DUE-DATE             PIC 9(08).
           03 WS-DATE-INT             PIC 9(07).
           03 WS-SUBPROG              PIC X(8) VALUE 'FINALSUB'.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
              88 REG-EOF                 VALUE 10.
           03 WS-REG-OPEN             PIC X(01) VALUE 'N'.
              88 REG-IS-OPEN             VALUE 'Y'.
           03 WS-SUB-ACTIVE           PIC X(01) VALUE 'N'.
              88 SUB-IS-ACTIVE           VALUE 'Y'.
           03 WS-RUN-NO               PIC 9(06) VALUE ZEROS.
           03 WS-MAX-RUN-NO           PIC 9(06) VALUE ZEROS.
           03 WS-RUN-DATE-YMD         PIC 9(08) VALUE ZEROS.
                 88 WS-DELETE          VALUE 3.
                 88 WS-UPDATE          VALUE 4.
                 88 WS-POST            VALUE 5.
                 88 WS-TRANSFER        VALUE 6.
                 88 WS-CLOSE           VALUE 9.
              07 WS-SUB-UID         PIC 9(5).
              07 WS-SUB-ACCT        PIC 9(02).
              07 WS-SUB-ACCT-TYPE   PIC X(01).
              07 WS-SUB-EXC         PIC S9(03).
              07 WS-SUB-ODLIM       PIC S9(15).
              07 WS-SUB-RUNID       PIC X(08).
              07 WS-SUB-TO-UID      PIC 9(05).
              07 WS-SUB-TO-ACCT     PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H090-CHECK-CALENDAR
           PERFORM H070-REGISTER-RUN
           PERFORM H100-OPEN-FILES
           PERFORM H200-COMPUTE UNTIL ST-IDXFILE-EOF
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
              DISPLAY "ACCRUAL IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H050-GET-PARMS.
           MOVE ZEROS TO WS-PARM-DATE.
           MOVE SPACE TO WS-PARM-TYPE.
       H060-END. EXIT.

       H070-REGISTER-RUN.
           OPEN INPUT REG-FILE.
           IF REG-SUCCESS
              READ REG-FILE
           READ REG-FILE.
       H080-END. EXIT.

       H090-CHECK-CALENDAR.
           OPEN INPUT HOL-FILE.
           IF NOT ST-HOLFILE-OK
              DISPLAY "HOL-FILE OPEN ERROR: " ST-HOLFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-DUE-DATE = WS-PARM-DATE + 19000000.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE).
           PERFORM H095-CHECK-WORKDAY.
           PERFORM H096-STEP-DAY UNTIL IS-WORKDAY.
           CLOSE HOL-FILE.
           IF WS-DUE-DATE NOT = WS-PARM-DATE + 19000000
              DISPLAY "ACCDATE IS GUNU DEGIL, VADE " WS-DUE-DATE
                      " TARIHINE KAYDIRILDI."
           END-IF.
           IF WS-DUE-DATE > WS-RUN-DATE-YMD
              DISPLAY "ACCRUAL VADESI GELMEDI - VADE " WS-DUE-DATE
                      " IS GUNU " WS-RUN-DATE-YMD
              MOVE 4 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H090-END. EXIT.

       H095-CHECK-WORKDAY.
           COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DATE-INT, 7).
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
              MOVE 'N' TO WS-WORKDAY-SW
           ELSE
              MOVE WS-DUE-DATE TO HOL-DATE
              READ HOL-FILE KEY HOL-DATE
              INVALID KEY
                 MOVE 'Y' TO WS-WORKDAY-SW
              NOT INVALID KEY
                 MOVE 'N' TO WS-WORKDAY-SW
              END-READ
           END-IF.
       H095-END. EXIT.

       H096-STEP-DAY.
           ADD 1 TO WS-DATE-INT.
           PERFORM H095-CHECK-WORKDAY.
       H096-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF NOT ST-IDXFILE-OK
              COMPUTE WS-AMOUNT = ZEROS - WS-PARM-FEE
           END-IF
           IF WS-AMOUNT NOT = ZEROS
              AND IDX-EXC NOT = 999
              ADD 1 TO WS-CNT-COMPUTED
              MOVE IDX-ID TO WRK-UID
              MOVE IDX-ACCT TO WRK-ACCT

       H250-SWITCH-FILES.
           MOVE WS-RUN-ID TO WS-SUB-RUNID.
           MOVE 'Y' TO WS-SUB-ACTIVE.
           CLOSE IDX-FILE.
           CLOSE WRK-FILE.
           OPEN INPUT WRK-FILE.
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
           CLOSE IDX-FILE.
           CLOSE WRK-FILE.
           CLOSE RPT-FILE.
