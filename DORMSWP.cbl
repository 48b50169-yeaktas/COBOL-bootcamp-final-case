           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS REG-ST.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01  REG-REC.
       COPY REGREC.

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 BDT-ST                  PIC 9(02).
              88 BDT-SUCCESS             VALUE 00.
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
       COPY EXCTAB.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-GET-BUSINESS-DATE
           PERFORM H050-GET-PARMS
           PERFORM H070-REGISTER-RUN
           PERFORM H100-OPEN-FILES
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
              DISPLAY "DORMSWP IS GUNU " BDT-CUR-DATE
                      " ACIK DEGIL - ONCE DAYOPEN KOSULMALI."
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H040-END. EXIT.

       H050-GET-PARMS.
           OPEN INPUT PRM-FILE.
           IF NOT ST-PRMFILE-OK
       H060-END. EXIT.

       H070-REGISTER-RUN.
           OPEN INPUT REG-FILE.
           IF REG-SUCCESS
              READ REG-FILE
              PERFORM H600-LOOKUP-EXC
              IF WS-EXC-FOUND-ACT NOT = 'B'
                 AND IDX-EXC NOT = 100
                 AND IDX-EXC NOT = 999
                 ADD 1 TO WS-CNT-QUALIFIED
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
