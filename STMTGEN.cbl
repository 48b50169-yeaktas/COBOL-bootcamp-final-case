                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           STATUS ST-CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-JRNFILE.
       01 IDX-REC.
       COPY IDXREC.

       FD CUS-FILE.
       01 CUS-REC.
       COPY CUSREC.

       FD JRN-FILE RECORDING MODE F.
       01 JRN-REC.
           02 JRN-PREFIX.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       FD  STM-FILE RECORDING MODE F.
       01  STM-REC.
           05 SRT-OPRT       PIC X(01).
           05 SRT-BBAL       PIC S9(15).
           05 SRT-ABAL       PIC S9(15).
           05 SRT-TRF.
              10 SRT-TRF-REF    PIC X(15).
              10 SRT-TRF-CP-UID PIC 9(05).
              10 SRT-TRF-CP-ACCT PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE              PIC 9(02).
              88 ST-IDXFILE-OK          VALUE 00 97.
              88 ST-IDXFILE-EOF         VALUE 10.
           03 ST-CUSFILE              PIC 9(02).
              88 ST-CUSFILE-OK          VALUE 00 05 97.
           03 WS-CUS-FOUND-SW         PIC X(01).
              88 CUS-FOUND               VALUE 'Y'.
           03 WS-SHOW-NAME            PIC X(15).
           03 WS-SHOW-SURNAME         PIC X(15).
           03 ST-JRNFILE              PIC 9(02).
              88 ST-JRNFILE-OK          VALUE 00.
              88 ST-JRNFILE-EOF         VALUE 10.
              DISPLAY "IDX-FILE OPEN ERROR: " ST-IDXFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF NOT ST-CUSFILE-OK
              DISPLAY "CUS-FILE OPEN ERROR: " ST-CUSFILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT STM-FILE.
           IF NOT STM-SUCCESS
              DISPLAY "STM-FILE OPEN ERROR: " STM-ST
                WHEN JRN-OPRT = 'P'
                     MOVE JB-BALANCE TO SRT-BBAL
                     PERFORM H170-RELEASE-MOVE
                WHEN JRN-OPRT = 'T'
                     MOVE JB-BALANCE TO SRT-BBAL
                     PERFORM H170-RELEASE-MOVE
                WHEN JRN-OPRT = 'U'
                     AND JA-BALANCE NOT = JB-BALANCE
                     MOVE JB-BALANCE TO SRT-BBAL
           MOVE JRN-RUN-DATE TO SRT-DATE.
           MOVE JRN-OPRT TO SRT-OPRT.
           MOVE JA-BALANCE TO SRT-ABAL.
           IF JRN-OPRT = 'T'
              MOVE JRN-TRF TO SRT-TRF
           ELSE
              MOVE SPACES TO SRT-TRF
           END-IF.
           RELEASE SRT-REC.
       H170-END. EXIT.

           MOVE ZEROS TO WS-PCLOSE-BAL
           MOVE IDX-ID TO WS-ID-DISP
           MOVE IDX-ACCT TO WS-ACCT-DISP
           PERFORM H305-GET-CUSTOMER
           MOVE SPACES TO STM-LINE
           STRING "MUSTERI EKSTRESI  " DELIMITED BY SIZE
                  WS-ID-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IDX-ACCT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SHOW-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SHOW-SURNAME) DELIMITED BY SIZE
                  INTO STM-LINE
           WRITE STM-REC.
           IF CUS-FOUND AND CUS-ADDR-1 NOT = SPACES
              MOVE SPACES TO STM-LINE
              STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM (CUS-ADDR-1) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (CUS-ADDR-2) DELIMITED BY SIZE
                     INTO STM-LINE
              WRITE STM-REC
              MOVE SPACES TO STM-LINE
              STRING "  " DELIMITED BY SIZE
                     CUS-POST-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (CUS-CITY) DELIMITED BY SIZE
                     INTO STM-LINE
              WRITE STM-REC
           END-IF.
           PERFORM H310-GROUP-MOVES UNTIL SRT-EOF
                OR WS-JRN-KEY NOT = WS-MST-KEY.
           PERFORM H330-CLOSE-STMT.
       H300-END. EXIT.

       H305-GET-CUSTOMER.
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
              MOVE CUS-NAME TO WS-SHOW-NAME
              MOVE CUS-SURNAME TO WS-SHOW-SURNAME
           ELSE
              MOVE IDX-NAME TO WS-SHOW-NAME
              MOVE IDX-SURNAME TO WS-SHOW-SURNAME
           END-IF.
       H305-END. EXIT.

       H310-GROUP-MOVES.
           EVALUATE TRUE
                WHEN SRT-DATE < WS-FROM-DATE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO STM-LINE
           WRITE STM-REC.
           IF SRT-OPRT = 'T'
              MOVE SPACES TO STM-LINE
              STRING "         KARSI HESAP " DELIMITED BY SIZE
                     SRT-TRF-CP-UID DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     SRT-TRF-CP-ACCT DELIMITED BY SIZE
                     " HAVALE REF " DELIMITED BY SIZE
                     SRT-TRF-REF DELIMITED BY SIZE
                     INTO STM-LINE
              WRITE STM-REC
           END-IF.
       H325-END. EXIT.

       H330-CLOSE-STMT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE STM-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
