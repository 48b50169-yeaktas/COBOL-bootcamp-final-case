           05 RAW-BALANCE    PIC S9(15).
           05 RAW-EXC        PIC S9(03).
           05 RAW-ODLIM      PIC S9(15).
       01  RAW-TRF-REC.
           05 FILLER         PIC X(09).
           05 RAW-TO-UID     PIC 9(05).
           05 RAW-TO-ACCT    PIC 9(02).
           05 FILLER         PIC X(63).

       FD  TRN-FILE RECORDING MODE F.
       01  TRN-REC.
           05 SRT-SEQ        PIC 9(07).
           05 SRT-DATA.
              10 SRT-OPRT    PIC X(01).
              10 FILLER      PIC X(08).
              10 SRT-TO-UID  PIC 9(05).
              10 SRT-TO-ACCT PIC 9(02).
              10 FILLER      PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-GRP-W-CNT          PIC 9(05) VALUE ZEROS.
           05 WS-GRP-DEL-SW         PIC X(1) VALUE 'N'.
              88 GRP-DELETED               VALUE 'Y'.
           05 WS-GRP-CLS-SW         PIC X(1) VALUE 'N'.
              88 GRP-CLOSED                VALUE 'Y'.
           05 WS-DEL-CNT            PIC 9(05) VALUE ZEROS.
           05 WS-DEL-MAX            PIC 9(05) VALUE 2000.
           05 WS-DEL-IDX            PIC 9(05) VALUE ZEROS.
           05 WS-DEL-FULL-SW        PIC X(1) VALUE 'N'.
              88 DEL-TABLE-FULL            VALUE 'Y'.
           05 WS-TRF-KEY.
              07 WS-TRF-UID         PIC 9(05).
              07 WS-TRF-ACCT        PIC 9(02).
           05 WS-TRF-DEL-SW         PIC X(1) VALUE 'N'.
              88 TRF-TARGET-DELETED        VALUE 'Y'.
           05 WS-DEL-TABLE.
              07 WS-DEL-KEY         PIC X(07) OCCURS 2000 TIMES.
           05 WS-TOTALS.
              07 WS-CNT-READ           PIC 9(07) VALUE ZEROS.
              07 WS-CNT-FIELD-REJ      PIC 9(07) VALUE ZEROS.
           EVALUATE TRUE
                WHEN RAW-OPRT NOT = 'R' AND RAW-OPRT NOT = 'W'
                     AND RAW-OPRT NOT = 'D' AND RAW-OPRT NOT = 'U'
                     AND RAW-OPRT NOT = 'P' AND RAW-OPRT NOT = 'T'
                     AND RAW-OPRT NOT = 'C'
                     MOVE "GECERSIZ ISLEM KODU (INP-OPRT)"
                          TO WS-REASON
                WHEN RAW-UID NOT NUMERIC
                WHEN RAW-ODLIM NOT NUMERIC
                     MOVE "KMH LIMITI NUMERIK DEGIL (INP-ODLIM)"
                          TO WS-REASON
                WHEN RAW-OPRT = 'T'
                     AND (RAW-TO-UID NOT NUMERIC
                          OR RAW-TO-ACCT NOT NUMERIC)
                     MOVE "ALACAKLI NUMERIK DEGIL (INP-TO-UID)"
                          TO WS-REASON
                WHEN RAW-OPRT = 'T' AND RAW-BALANCE NOT > ZEROS
                     MOVE "HAVALE TUTARI SIFIR/EKSI (INP-BALANCE)"
                          TO WS-REASON
                WHEN RAW-OPRT = 'T' AND RAW-TO-UID = RAW-UID
                     AND RAW-TO-ACCT = RAW-ACCT
                     MOVE "HAVALE BORCLU VE ALACAKLI HESAP AYNI"
                          TO WS-REASON
                WHEN RAW-OPRT = 'C'
                     AND RAW-TRF-REC (10:7) NOT = SPACES
                     AND (RAW-TO-UID NOT NUMERIC
                          OR RAW-TO-ACCT NOT NUMERIC)
                     MOVE "ODEME HESABI NUMERIK DEGIL (INP-TO-UID)"
                          TO WS-REASON
                WHEN RAW-OPRT = 'C' AND RAW-TO-UID = RAW-UID
                     AND RAW-TO-ACCT = RAW-ACCT
                     MOVE "KAPAMA ODEME HESABI KAPANAN HESAPLA AYNI"
                          TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
                AND (RAW-OPRT = 'D' OR RAW-OPRT = 'C')
                PERFORM H220-SAVE-DELETE
           END-IF
           IF WS-REASON = SPACES
                ADD 1 TO WS-SEQ-NO
                MOVE RAW-UID TO SRT-UID
           READ RAW-FILE.
       H210-END. EXIT.

       H220-SAVE-DELETE.
           IF WS-DEL-CNT < WS-DEL-MAX
                ADD 1 TO WS-DEL-CNT
                MOVE RAW-REC (2:7) TO WS-DEL-KEY (WS-DEL-CNT)
           ELSE
                IF NOT DEL-TABLE-FULL
                     DISPLAY 'SILME TABLOSU DOLU - HAVALE ALACAKLI '
                             'KONTROLU EKSIK KALABILIR'
                     MOVE 'Y' TO WS-DEL-FULL-SW
                END-IF
           END-IF.
       H220-END. EXIT.

       H300-WRITE-EDIT.
           MOVE SPACES TO EDT-LINE
           STRING WS-EDIT-RAW DELIMITED BY SIZE
                MOVE SRT-ACCT TO WS-CUR-ACCT
                MOVE ZEROS TO WS-GRP-W-CNT
                MOVE 'N' TO WS-GRP-DEL-SW
                MOVE 'N' TO WS-GRP-CLS-SW
           END-IF.
           MOVE SPACES TO WS-REASON
           MOVE 'N' TO WS-TRF-DEL-SW
           IF SRT-OPRT = 'T'
                OR (SRT-OPRT = 'C' AND SRT-DATA (10:7) NOT = SPACES)
                MOVE SRT-TO-UID TO WS-TRF-UID
                MOVE SRT-TO-ACCT TO WS-TRF-ACCT
                PERFORM H420-FIND-DELETE
                        VARYING WS-DEL-IDX FROM 1 BY 1
                        UNTIL WS-DEL-IDX > WS-DEL-CNT
                           OR TRF-TARGET-DELETED
           END-IF
           EVALUATE TRUE
                WHEN GRP-DELETED
                     MOVE "AYNI PARTIDE SILME (D) SONRASI ISLEM"
                          TO WS-REASON
                WHEN GRP-CLOSED
                     MOVE "AYNI PARTIDE KAPAMA (C) SONRASI ISLEM"
                          TO WS-REASON
                WHEN SRT-OPRT = 'W' AND WS-GRP-W-CNT > 0
                     MOVE "AYNI PARTIDE MUKERRER EKLEME (W)"
                          TO WS-REASON
                WHEN TRF-TARGET-DELETED
                     MOVE "HAVALE ALACAKLISI AYNI PARTIDE SILINIYOR"
                          TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
                MOVE SRT-DATA TO TRN-DATA
                IF SRT-OPRT = 'D'
                     MOVE 'Y' TO WS-GRP-DEL-SW
                END-IF
                IF SRT-OPRT = 'C'
                     MOVE 'Y' TO WS-GRP-CLS-SW
                END-IF
           ELSE
                ADD 1 TO WS-CNT-CONFLICT-REJ
                MOVE SRT-DATA TO WS-EDIT-RAW
           END-RETURN.
       H410-END. EXIT.

       H420-FIND-DELETE.
           IF WS-DEL-KEY (WS-DEL-IDX) = WS-TRF-KEY
                MOVE 'Y' TO WS-TRF-DEL-SW
           END-IF.
       H420-END. EXIT.

       H900-SUMMARY.
           DISPLAY "===== FNLEDIT ON-KONTROL TOTALS ====="
           DISPLAY "OKUNAN KAYIT      : " WS-CNT-READ
