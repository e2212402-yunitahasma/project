       FD STUDENT-MASTER.
           COPY STUMAST.
       FD HIST-FILE.
       01 HIST-RECORD PIC X(220).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
       01 LAMA-NAMA PIC X(30).
       01 LAMA-KELAS PIC X(5).
       01 LAMA-KAMPUS PIC X(30).
       01 LAMA-STATUS PIC X.
       01 LAMA-TGL-STATUS PIC X(8).
       01 BARU-STATUS PIC X.
           88 BARU-STATUS-SAH VALUE 'A' 'C' 'K'.
       01 BARU-TGL-STATUS PIC X(8).
       01 WS-TEKS-STATUS PIC X(6).
       01 WS-TIMESTAMP PIC X(14).
       01 WS-AKSI PIC X(6).
       01 WS-KONFIRMASI PIC X(5).
           02 LINE 5 COLUMN 20 VALUE '2). INQUIRY SATU NPM'.
           02 LINE 6 COLUMN 20 VALUE '3). UBAH NAMA/KELAS/KAMPUS'.
           02 LINE 7 COLUMN 20 VALUE '4). HAPUS MAHASISWA'.
           02 LINE 8 COLUMN 20 VALUE '5). UBAH STATUS MAHASISWA'.
           02 LINE 9 COLUMN 20 VALUE '6). SELESAI/KELUAR'.
           02 LINE 11 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           IF WS-HEADER-DONE = 'N'
           IF PILIH = 2 GO TO INQUIRY-MASTER.
           IF PILIH = 3 GO TO UBAH-MASTER.
           IF PILIH = 4 GO TO HAPUS-MASTER.
           IF PILIH = 5 GO TO UBAH-STATUS.
           IF PILIH = 6 GO TO SELESAI.
           GO TO MENU-UTAMA.

       BROWSE-MASTER.
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI-SM
                   DISPLAY (LIN-OUT, 3) SM-NPM, ' ', SM-STATUS, ' ',
                       SM-NAMA, ' ', SM-KELAS, ' ', SM-KAMPUS(1:28)
                   ADD 1 TO LIN-OUT
                   ADD 1 TO WS-HAL-COUNT
                   IF WS-HAL-COUNT >= 14
               DISPLAY (6, 3) 'NAMA   : ', SM-NAMA
               DISPLAY (7, 3) 'KELAS  : ', SM-KELAS
               DISPLAY (8, 3) 'KAMPUS : ', SM-KAMPUS
               PERFORM ISI-TEKS-STATUS
               DISPLAY (9, 3) 'STATUS : ', WS-TEKS-STATUS,
                   ' SEJAK ', SM-TGL-STATUS
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.
           MOVE SM-NAMA TO LAMA-NAMA.
           MOVE SM-KELAS TO LAMA-KELAS.
           MOVE SM-KAMPUS TO LAMA-KAMPUS.
           MOVE SM-STATUS TO LAMA-STATUS.
           MOVE SM-TGL-STATUS TO LAMA-TGL-STATUS.
           DISPLAY (5, 3) 'NAMA SEKARANG   : ', SM-NAMA.
           DISPLAY (6, 3) 'NAMA BARU (KOSONG=TETAP)   : '.
           ACCEPT BARU-NAMA.
           MOVE SM-NAMA TO LAMA-NAMA.
           MOVE SM-KELAS TO LAMA-KELAS.
           MOVE SM-KAMPUS TO LAMA-KAMPUS.
           MOVE SM-STATUS TO LAMA-STATUS.
           MOVE SM-TGL-STATUS TO LAMA-TGL-STATUS.
           DISPLAY (5, 3) 'NAMA   : ', SM-NAMA.
           DISPLAY (6, 3) 'KELAS  : ', SM-KELAS.
           DISPLAY (7, 3) 'KAMPUS : ', SM-KAMPUS.
                   MOVE SPACES TO SM-NAMA
                   MOVE SPACES TO SM-KELAS
                   MOVE SPACES TO SM-KAMPUS
                   MOVE SPACES TO SM-STATUS
                   MOVE SPACES TO SM-TGL-STATUS
                   PERFORM TULIS-HISTORY
                   DISPLAY (11, 3) 'MAHASISWA TERHAPUS'
               END-IF
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Leave and withdrawal are status changes, never deletions:
      *> the student keeps their record and history, and every
      *> program that signs students in or grades them reads the
      *> status instead of guessing from missing work.
       UBAH-STATUS.
           DISPLAY (2, 3) '===UBAH STATUS MAHASISWA==='.
           PERFORM TERIMA-NPM.
           PERFORM BACA-SATU.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE SM-NAMA TO LAMA-NAMA.
           MOVE SM-KELAS TO LAMA-KELAS.
           MOVE SM-KAMPUS TO LAMA-KAMPUS.
           MOVE SM-STATUS TO LAMA-STATUS.
           MOVE SM-TGL-STATUS TO LAMA-TGL-STATUS.
           PERFORM ISI-TEKS-STATUS.
           DISPLAY (5, 3) 'NAMA   : ', SM-NAMA.
           DISPLAY (6, 3) 'STATUS : ', WS-TEKS-STATUS,
               ' SEJAK ', SM-TGL-STATUS.
           PERFORM WITH TEST AFTER UNTIL BARU-STATUS-SAH
               DISPLAY (8, 3) 'STATUS BARU (A=AKTIF C=CUTI K=KELUAR): '
               ACCEPT BARU-STATUS
               INSPECT BARU-STATUS CONVERTING 'ack' TO 'ACK'
               IF NOT BARU-STATUS-SAH
                   MOVE BARU-STATUS TO WS-LOG-VALUE
                   MOVE 'STATUS' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           IF BARU-STATUS = SM-STATUS
                   OR (BARU-STATUS = 'A' AND SM-STATUS = SPACE)
               DISPLAY (12, 3) 'STATUS TIDAK BERUBAH'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM WITH TEST AFTER UNTIL BARU-TGL-STATUS NUMERIC
               DISPLAY (9, 3) 'TANGGAL BERLAKU (YYYYMMDD, KOSONG=HARI'
                   ' INI): '
               MOVE SPACES TO BARU-TGL-STATUS
               ACCEPT BARU-TGL-STATUS
               IF BARU-TGL-STATUS = SPACES
                   ACCEPT BARU-TGL-STATUS FROM DATE YYYYMMDD
               END-IF
               IF NOT BARU-TGL-STATUS NUMERIC
                   MOVE BARU-TGL-STATUS TO WS-LOG-VALUE
                   MOVE 'TGL-STATUS' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           MOVE BARU-STATUS TO SM-STATUS.
           MOVE BARU-TGL-STATUS TO SM-TGL-STATUS.
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY DISPLAY (12, 3) 'GAGAL REWRITE MASTER'
           END-REWRITE.
           IF WS-SM-STATUS = "51" OR "61" OR "99"
               DISPLAY (12, 3) 'STASIUN SIBUK - DATA DIPAKAI'
               DISPLAY (13, 3) 'STASIUN LAIN, COBA ULANG'
           ELSE
               IF WS-SM-STATUS = "00"
                   MOVE 'STATUS' TO WS-AKSI
                   PERFORM TULIS-HISTORY
                   PERFORM ISI-TEKS-STATUS
                   DISPLAY (12, 3) 'STATUS SEKARANG ', WS-TEKS-STATUS,
                       ' SEJAK ', SM-TGL-STATUS
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       ISI-TEKS-STATUS.
           EVALUATE TRUE
               WHEN SM-CUTI MOVE 'CUTI' TO WS-TEKS-STATUS
               WHEN SM-KELUAR MOVE 'KELUAR' TO WS-TEKS-STATUS
               WHEN OTHER MOVE 'AKTIF' TO WS-TEKS-STATUS
           END-EVALUATE.

       TERIMA-NPM.
           PERFORM WITH TEST AFTER UNTIL CARI-NPM NUMERIC
                   AND NPM-FORMAT-SAH
           END-IF.

      *> Every change is journaled with before and after images so a
      *> disputed edit can be traced and undone by hand. Each image
      *> is nama/kelas/kampus/status/tanggal-status.
       TULIS-HISTORY.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS = "35"
               LAMA-KELAS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               LAMA-KAMPUS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               LAMA-STATUS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               LAMA-TGL-STATUS DELIMITED BY SIZE
               ' | A:' DELIMITED BY SIZE
               SM-NAMA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SM-KELAS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SM-KAMPUS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SM-STATUS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SM-TGL-STATUS DELIMITED BY SIZE
               INTO HIST-RECORD.
           WRITE HIST-RECORD.
           CLOSE HIST-FILE.

       SETUP-HEADER.
           MOVE 'STUMAINT' TO WS-PROGRAM-NAME.
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
