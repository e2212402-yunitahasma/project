      *> Station master maintenance. Marking a station out of service
      *> asks why and opens a fault ticket (STATKT); returning it to
      *> service closes that ticket, so every outage has a reason, a
      *> reporter and a duration for STATIKET's downtime report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAMNT.
       ENVIRONMENT DIVISION.
       01 PILIH PIC 9.
       01 ISI-ID PIC X(4).
       01 ISI-LOKASI PIC X(20).
       01 ISI-ALASAN PIC X(30).
       01 WS-TK-FUNGSI PIC X.
       01 WS-TK-SUMBER PIC X(5) VALUE 'STMNT'.
       01 WS-TK-HASIL PIC X.
       01 WS-TK-NO PIC 9(5).
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI-ST VALUE 'N'.
               DISPLAY (5, 3) 'STASIUN TIDAK DITEMUKAN'
           ELSE
               IF PILIH = 3
                   MOVE SPACES TO ISI-ALASAN
                   PERFORM WITH TEST AFTER UNTIL ISI-ALASAN NOT = SPACES
                       DISPLAY (4, 3) 'ALASAN RUSAK : '
                       ACCEPT ISI-ALASAN
                   END-PERFORM
                   MOVE 'R' TO ST-STATUS
               ELSE
                   MOVE 'A' TO ST-STATUS
                   ELSE
                       DISPLAY (5, 3) 'STASIUN DIAKTIFKAN'
                   END-IF
                   PERFORM CATAT-TIKET
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.

       CATAT-TIKET.
           IF PILIH = 3
               MOVE 'B' TO WS-TK-FUNGSI
           ELSE
               MOVE 'T' TO WS-TK-FUNGSI
               MOVE SPACES TO ISI-ALASAN
           END-IF.
           CALL 'STATKT' USING WS-TK-FUNGSI, ST-ID, WS-OPERATOR,
               WS-TK-SUMBER, ISI-ALASAN, WS-TK-HASIL, WS-TK-NO.
           EVALUATE WS-TK-HASIL
               WHEN 'Y'
                   IF PILIH = 3
                       DISPLAY (6, 3) 'TIKET GANGGUAN ', WS-TK-NO,
                           ' DIBUKA'
                   ELSE
                       DISPLAY (6, 3) 'TIKET GANGGUAN ', WS-TK-NO,
                           ' DITUTUP'
                   END-IF
               WHEN 'A'
                   DISPLAY (6, 3) 'TIKET ', WS-TK-NO,
                       ' MASIH TERBUKA UNTUK STASIUN INI'
               WHEN 'N'
                   DISPLAY (6, 3) 'TIDAK ADA TIKET TERBUKA'
               WHEN OTHER
                   DISPLAY (6, 3) 'FILE TIKET PENUH - TIKET TIDAK ',
                       'DICATAT, HUBUNGI PEMELIHARA'
           END-EVALUATE.

      *> Station administration is a senior function once the master
      *> exists; the first run (no file yet) passes so the initial
      *> stations can be keyed in.
       SETUP-HEADER.
           MOVE 'STAMNT' TO WS-PROGRAM-NAME.
           ACCEPT WS-LABTRAIN FROM ENVIRONMENT 'LABTRAIN'
               ON EXCEPTION MOVE SPACE TO WS-LABTRAIN
           END-ACCEPT.
           IF LINGKUNGAN-LATIHAN
               MOVE '*** LATIHAN - BUKAN DATA PRODUKSI ***'
                   TO WS-LATIHAN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'LABOPR'
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR
