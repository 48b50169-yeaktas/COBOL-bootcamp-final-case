           SELECT OPTIONAL REG-FILE ASSIGN REGFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS REG-ST.
           SELECT BDT-FILE   ASSIGN BDTFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           03 OUT-FINAL      PIC X(220).
           03 OUT-RC         PIC X(02).
           03 OUT-INP-IMAGE  PIC X(79).

       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           05 INP-BALANCE    PIC S9(15).
           05 INP-EXC        PIC S9(03).
           05 INP-ODLIM      PIC S9(15).
       01  INP-TRF-REC.
           05 FILLER         PIC X(09).
           05 INP-TO-UID     PIC 9(05).
           05 INP-TO-ACCT    PIC 9(02).
           05 FILLER         PIC X(63).

       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           05 RST-CNT-VALIDATION   PIC 9(07).
           05 RST-CNT-EXC-BLOCK    PIC 9(07).
           05 RST-CNT-REJECTED     PIC 9(07).
           05 RST-CNT-TRANSFER     PIC 9(07).
           05 RST-CNT-CLOSE        PIC 9(07).

       FD  REG-FILE RECORDING MODE F.
       01  REG-REC.
       COPY REGREC.

       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-SUBPROG            PIC X(8) VALUE 'FINALSUB'.
           05 REG-ST                PIC 9(2).
              88 REG-SUCCESS               VALUE 00 05.
              88 REG-EOF                   VALUE 10.
           05 BDT-ST                PIC 9(2).
              88 BDT-SUCCESS               VALUE 00.
           05 WS-FILES-OPEN         PIC X(1) VALUE 'N'.
              88 ALL-FILES-OPEN            VALUE 'Y'.
           05 WS-RST-OPEN           PIC X(1) VALUE 'N'.
              88 RST-IS-OPEN               VALUE 'Y'.
           05 WS-REG-OPEN           PIC X(1) VALUE 'N'.
              88 REG-IS-OPEN               VALUE 'Y'.
           05 WS-SUB-ACTIVE         PIC X(1) VALUE 'N'.
              88 SUB-IS-ACTIVE             VALUE 'Y'.
           05 WS-PARM               PIC X(05).
              88 PARM-FORCE                VALUE 'FORCE'.
           05 WS-RUN-NO             PIC 9(06) VALUE ZEROS.
           05 WS-RESTART-COUNT      PIC 9(07) VALUE ZEROS.
           05 WS-SKIP-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-OPT-TYPE           PIC 9(1).
              88 OPT-VALID                 VALUE 1 THRU 7.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC        PIC 9(1).
                 88 WS-READ            VALUE 1.
                 88 WS-DELETE          VALUE 3.
                 88 WS-UPDATE          VALUE 4.
                 88 WS-POST            VALUE 5.
                 88 WS-TRANSFER        VALUE 6.
                 88 WS-CLOSE-ACCT      VALUE 7.
                 88 WS-CLOSE           VALUE 9.
              07 WS-SUB-UID         PIC 9(5).
              07 WS-SUB-ACCT        PIC 9(02).
              07 WS-SUB-ACCT-TYPE   PIC X(01).
              07 WS-SUB-RC          PIC 9(2).
                 88 WS-RC-OK           VALUE 00 97.
                 88 WS-RC-VALIDATION   VALUE 90 91 92 96 98 99.
                 88 WS-RC-EXC-BLOCK    VALUE 94.
              07 WS-COMMENT-1       PIC X(09).
              07 WS-COMMENT-2       PIC X(200).
              07 WS-SUB-EXC         PIC S9(03).
              07 WS-SUB-ODLIM       PIC S9(15).
              07 WS-SUB-RUNID       PIC X(08).
              07 WS-SUB-TO-UID      PIC 9(05).
              07 WS-SUB-TO-ACCT     PIC 9(02).
           05 WS-SUB-DATA           PIC X(220).
           05 WS-RUN-ID.
              07 WS-RUN-ID-PGM      PIC X(02).
              07 WS-CNT-DELETE         PIC 9(07) VALUE ZEROS.
              07 WS-CNT-UPDATE         PIC 9(07) VALUE ZEROS.
              07 WS-CNT-POST           PIC 9(07) VALUE ZEROS.
              07 WS-CNT-TRANSFER       PIC 9(07) VALUE ZEROS.
              07 WS-CNT-CLOSE          PIC 9(07) VALUE ZEROS.
              07 WS-CNT-APPLIED        PIC 9(07) VALUE ZEROS.
              07 WS-CNT-INVALID-KEY    PIC 9(07) VALUE ZEROS.
              07 WS-CNT-VALIDATION     PIC 9(07) VALUE ZEROS.
           READ INP-FILE.
       H130-END. EXIT.

       H155-GET-BUSINESS-DATE.
           OPEN INPUT BDT-FILE.
           IF NOT BDT-SUCCESS
                DISPLAY 'BDTFILE DOES NOT OPENED'
                MOVE 16 TO RETURN-CODE
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE.
           IF NOT BDT-SUCCESS
                DISPLAY 'BDTFILE READ ERROR: ' BDT-ST
                MOVE 16 TO RETURN-CODE
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE BDT-FILE.
           IF NOT BDT-DAY-OPEN
                DISPLAY 'IS GUNU ' BDT-CUR-DATE ' ACIK DEGIL'
                        ' - ONCE DAYOPEN KOSULMALI'
                MOVE 16 TO RETURN-CODE
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-CUR-DATE TO WS-RUN-DATE-YMD.
       H155-END. EXIT.

       H160-REGISTER-RUN.
           ACCEPT WS-PARM.
           PERFORM H155-GET-BUSINESS-DATE.
           OPEN INPUT REG-FILE.
           IF REG-SUCCESS
                READ REG-FILE
                     MOVE RST-CNT-VALIDATION  TO WS-CNT-VALIDATION
                     MOVE RST-CNT-EXC-BLOCK   TO WS-CNT-EXC-BLOCK
                     MOVE RST-CNT-REJECTED    TO WS-CNT-REJECTED
                     IF RST-CNT-TRANSFER NUMERIC
                          MOVE RST-CNT-TRANSFER TO WS-CNT-TRANSFER
                     END-IF
                     IF RST-CNT-CLOSE NUMERIC
                          MOVE RST-CNT-CLOSE TO WS-CNT-CLOSE
                     END-IF
                     READ RST-FILE
                END-PERFORM
                CLOSE RST-FILE
           MOVE ZEROS   TO WS-SUB-BALANCE
           MOVE ZEROS   TO WS-SUB-EXC
           MOVE ZEROS   TO WS-SUB-ODLIM
           MOVE ZEROS   TO WS-SUB-TO-UID
           MOVE ZEROS   TO WS-SUB-TO-ACCT
           EVALUATE INP-OPRT
                WHEN 'R'
                     SET WS-READ TO TRUE
                     SET WS-UPDATE TO TRUE
                WHEN 'P'
                     SET WS-POST TO TRUE
                WHEN 'T'
                     SET WS-TRANSFER TO TRUE
                WHEN 'C'
                     SET WS-CLOSE-ACCT TO TRUE
                WHEN OTHER
                     MOVE 0 TO WS-SUB-FUNC
           END-EVALUATE.
                MOVE INP-BALANCE TO WS-SUB-BALANCE
                MOVE INP-EXC     TO WS-SUB-EXC
                MOVE INP-ODLIM   TO WS-SUB-ODLIM
                IF WS-TRANSFER
                     MOVE INP-TO-UID  TO WS-SUB-TO-UID
                     MOVE INP-TO-ACCT TO WS-SUB-TO-ACCT
                     MOVE SPACES      TO WS-FNAME-TO
                     MOVE SPACES      TO WS-LNAME-TO
                     MOVE ZEROS       TO WS-SUB-DATE
                     MOVE ZEROS       TO WS-SUB-EXC
                     MOVE ZEROS       TO WS-SUB-ODLIM
                END-IF
                IF WS-CLOSE-ACCT
                     IF INP-TO-UID NUMERIC AND INP-TO-ACCT NUMERIC
                          MOVE INP-TO-UID  TO WS-SUB-TO-UID
                          MOVE INP-TO-ACCT TO WS-SUB-TO-ACCT
                     END-IF
                     MOVE SPACES      TO WS-FNAME-TO
                     MOVE SPACES      TO WS-LNAME-TO
                     MOVE ZEROS       TO WS-SUB-DATE
                     MOVE ZEROS       TO WS-SUB-BALANCE
                     MOVE ZEROS       TO WS-SUB-EXC
                     MOVE ZEROS       TO WS-SUB-ODLIM
                END-IF
                MOVE SPACES  TO WS-SUB-DATA
                MOVE ZEROS   TO WS-SUB-RC
                MOVE 'Y' TO WS-SUB-ACTIVE
                CALL WS-SUBPROG USING WS-SUB-AREA
                PERFORM H300-WRITE-OUTFILE
                MOVE WS-SUB-DATA TO OUT-FINAL
                MOVE WS-SUB-RC   TO OUT-RC
                MOVE INP-REC     TO OUT-INP-IMAGE
                WRITE OUT-REC
                EVALUATE TRUE
                     WHEN WS-READ    ADD 1 TO WS-CNT-READ
                     WHEN WS-DELETE  ADD 1 TO WS-CNT-DELETE
                     WHEN WS-UPDATE  ADD 1 TO WS-CNT-UPDATE
                     WHEN WS-POST    ADD 1 TO WS-CNT-POST
                     WHEN WS-TRANSFER ADD 1 TO WS-CNT-TRANSFER
                     WHEN WS-CLOSE-ACCT ADD 1 TO WS-CNT-CLOSE
                END-EVALUATE
                EVALUATE TRUE
                     WHEN WS-RC-OK
                MOVE WS-CNT-VALIDATION  TO RST-CNT-VALIDATION
                MOVE WS-CNT-EXC-BLOCK   TO RST-CNT-EXC-BLOCK
                MOVE WS-CNT-REJECTED    TO RST-CNT-REJECTED
                MOVE WS-CNT-TRANSFER    TO RST-CNT-TRANSFER
                MOVE WS-CNT-CLOSE       TO RST-CNT-CLOSE
                WRITE RST-REC
           END-IF.
           MOVE SPACES TO WS-SUB-DATA
           DISPLAY "SILME  (DELETE)   : " WS-CNT-DELETE
           DISPLAY "GUNCEL (UPDATE)   : " WS-CNT-UPDATE
           DISPLAY "BAKIYE (POST)     : " WS-CNT-POST
           DISPLAY "HAVALE (TRANSFER) : " WS-CNT-TRANSFER
           DISPLAY "KAPAMA (CLOSE)    : " WS-CNT-CLOSE
           DISPLAY "UYGULANAN         : " WS-CNT-APPLIED
           DISPLAY "GECERSIZ ANAHTAR  : " WS-CNT-INVALID-KEY
           DISPLAY "DOGRULAMA HATASI  : " WS-CNT-VALIDATION
           DISPLAY "ISTISNA ENGELI    : " WS-CNT-EXC-BLOCK
           DISPLAY "GECERSIZ ISLEM KODU:" WS-CNT-REJECTED
           MOVE SPACES TO OUT-REC
           STRING "TRAILER-TOTAL:" DELIMITED BY SIZE
                  WS-CNT-TOTAL     DELIMITED BY SIZE
                  " READ:"         DELIMITED BY SIZE
                  WS-CNT-UPDATE    DELIMITED BY SIZE
                  " POST:"         DELIMITED BY SIZE
                  WS-CNT-POST      DELIMITED BY SIZE
                  " TRANSFER:"     DELIMITED BY SIZE
                  WS-CNT-TRANSFER  DELIMITED BY SIZE
                  " CLOSE:"        DELIMITED BY SIZE
                  WS-CNT-CLOSE     DELIMITED BY SIZE
                  " APPLIED:"      DELIMITED BY SIZE
                  WS-CNT-APPLIED   DELIMITED BY SIZE
                  " INVKEY:"       DELIMITED BY SIZE
           WRITE OUT-REC.
       H900-END. EXIT.

       H950-CLOSE-SUBPROG.
           IF SUB-IS-ACTIVE
                SET WS-CLOSE TO TRUE
                CALL WS-SUBPROG USING WS-SUB-AREA
                MOVE 'N' TO WS-SUB-ACTIVE
           END-IF.
       H950-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H950-CLOSE-SUBPROG.
           IF ALL-FILES-OPEN
                PERFORM H900-SUMMARY
           END-IF.
