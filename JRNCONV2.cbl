       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNCONV2.
       AUTHOR. YUNUS EMRE AKTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO OLDFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-OLDFILE.
           SELECT NEW-FILE ASSIGN TO NEWFILE
                           ORGANIZATION SEQUENTIAL
                           STATUS ST-NEWFILE.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE RECORDING MODE F.
       01 OLD-REC.
           02 OLD-PREFIX.
              05 OLD-SEQ              PIC 9(07).
              05 OLD-RUN-DATE         PIC 9(08).
              05 OLD-OPRT             PIC X(01).
              05 OLD-UID              PIC 9(05).
              05 OLD-ACCT             PIC 9(02).
           02 OLD-BEFORE.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==OB==.
           02 OLD-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==OA==.

       FD NEW-FILE RECORDING MODE F.
       01 JRN-REC.
           02 JRN-PREFIX.
              05 JRN-SEQ              PIC 9(07).
              05 JRN-RUN-DATE         PIC 9(08).
              05 JRN-OPRT             PIC X(01).
              05 JRN-UID              PIC 9(05).
              05 JRN-ACCT             PIC 9(02).
           02 JRN-BEFORE.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-OLDFILE              PIC 9(02).
              88 ST-OLDFILE-OK          VALUE 00.
              88 ST-OLDFILE-EOF         VALUE 10.
           03 ST-NEWFILE              PIC 9(02).
              88 ST-NEWFILE-OK          VALUE 00.
           03 WS-CNT-READ             PIC 9(09) VALUE ZEROS.
           03 WS-CNT-CONVERTED        PIC 9(09) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL ST-OLDFILE-EOF
           PERFORM H900-SUMMARY
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           OPEN INPUT OLD-FILE.
           IF NOT ST-OLDFILE-OK
              DISPLAY "OLD-FILE OPEN ERROR: " ST-OLDFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT NEW-FILE.
           IF NOT ST-NEWFILE-OK
              DISPLAY "NEW-FILE OPEN ERROR: " ST-NEWFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ OLD-FILE.
           IF NOT ST-OLDFILE-OK AND NOT ST-OLDFILE-EOF
              DISPLAY "OLD-FILE READ ERROR: " ST-OLDFILE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE OLD-PREFIX TO JRN-PREFIX
           MOVE OLD-BEFORE TO JRN-BEFORE
           MOVE OLD-AFTER TO JRN-AFTER
           MOVE SPACES TO JRN-TRF
           WRITE JRN-REC
           IF ST-NEWFILE-OK
              ADD 1 TO WS-CNT-CONVERTED
           ELSE
              DISPLAY "NEW-FILE WRITE ERROR: " ST-NEWFILE
                      " SIRA: " OLD-SEQ
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ OLD-FILE.
       H200-END. EXIT.

       H900-SUMMARY.
           DISPLAY "===== JRNCONV2 TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
           DISPLAY "DONUSTURULEN      : " WS-CNT-CONVERTED.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           DISPLAY 'PROGRAM IS TERMINATED'
           STOP RUN.
       H999-END. EXIT.
