       COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           02 JRN-AFTER.
       COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
           02 JRN-TRF.
              05 JRN-TRF-REF          PIC X(15).
              05 JRN-TRF-CP-UID       PIC 9(05).
              05 JRN-TRF-CP-ACCT      PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
              PERFORM H300-CONV-BEFORE
           END-IF
           PERFORM H310-CONV-AFTER
           MOVE SPACES TO JRN-TRF
           WRITE JRN-REC
           IF ST-NEWFILE-OK
              ADD 1 TO WS-CNT-CONVERTED
