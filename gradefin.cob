      *> Term grade sign-off and the controlled change that follows.
      *> FINALISASI freezes one kelas's lines of TERM-GRADE.DAT into
      *> data/GRADE-FINAL.DAT; from then on GRADECALC writes the
      *> frozen lines back instead of recomputing them, so a rerun
      *> after a late audit correction cannot move a signed grade.
      *> FINALISASI on a kelas already final freezes only the lines
      *> that came after sign-off (an NPM with no frozen line yet,
      *> which GRADECALC flags BELUM FINAL on the sheet); the frozen
      *> ones are left alone.
      *> A later change is a request in data/GRADE-CHANGE.DAT (old
      *> grade, new grade, reason, who asked) that only a senior
      *> operator other than the requester can approve, with their
      *> own password; approval rewrites the frozen line and both
      *> decisions land in the security log.
      *>   bin/gradefin LAPORAN   writes data/GRADE-CHANGE-RPT.DAT,
      *> every post-finalization change per kelas for the faculty.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEFIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-GRADE ASSIGN TO "data/TERM-GRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           SELECT GRADE-FINAL ASSIGN TO "data/GRADE-FINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GF-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "data/GRADE-CHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO "data/GRADE-CHANGE-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERM-GRADE.
       01 TERM-GRADE-RECORD PIC X(88).
       FD GRADE-FINAL.
           COPY GRDFINAL.
       FD CHANGE-FILE.
      *> One line per change request. GC-STATUS AJU while it waits,
      *> SAH once approved (and applied), TOLK when refused.
       01 CHANGE-RECORD.
           05 GC-NO PIC 9(4).
           05 FILLER PIC X.
           05 GC-STATUS PIC X(4).
           05 FILLER PIC X.
           05 GC-KELAS PIC X(5).
           05 FILLER PIC X.
           05 GC-NPM PIC X(8).
           05 FILLER PIC X.
           05 GC-NILAI-LAMA PIC X(6).
           05 FILLER PIC X.
           05 GC-HURUF-LAMA PIC X(2).
           05 FILLER PIC X.
           05 GC-NILAI-BARU PIC X(6).
           05 FILLER PIC X.
           05 GC-HURUF-BARU PIC X(2).
           05 FILLER PIC X.
           05 GC-TGL-AJU PIC X(8).
           05 FILLER PIC X.
           05 GC-PEMOHON PIC X(10).
           05 FILLER PIC X.
           05 GC-TGL-PUTUS PIC X(8).
           05 FILLER PIC X.
           05 GC-PENYETUJU PIC X(10).
           05 FILLER PIC X.
           05 GC-ALASAN PIC X(30).
       FD CHANGE-REPORT.
       01 CHANGE-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-OPR-LEVEL-PERLU PIC 9.
           01 WS-OPR-HASIL PIC X.
               88 OPERATOR-SAH VALUE 'Y'.
           01 WS-OPR-DIKETIK PIC X VALUE 'N'.
           01 WS-SANDI PIC X(10).
           01 WS-SANDI-BARU PIC X(10).
           01 WS-PWD-HASIL PIC X.
           01 WS-PWD-OK PIC X.
           01 WS-TG-STATUS PIC XX.
           01 WS-GF-STATUS PIC XX.
           01 WS-GC-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'GRADEFIN'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 PILIH PIC 9.
       01 ISI-KELAS PIC X(5).
       01 ISI-NPM PIC X(8).
       01 ISI-NILAI PIC 9(3).
       01 ISI-HURUF PIC X(2).
           88 HURUF-STATUS VALUE 'T ' 'W '.
       01 WS-HURUF-OK PIC X.
           88 HURUF-SAH VALUE 'Y'.
       01 WS-NILAI-KONV PIC 9(3)V99.
       01 WS-HURUF-KONV PIC X(2).
       01 WS-BATAS-TERM PIC X(6).
       01 WS-BATAS-HASIL PIC X.
       01 ISI-ALASAN PIC X(30).
       01 ISI-NO PIC 9(4).
       01 ISI-YAKIN PIC X.
       01 ISI-PUTUSAN PIC X.
       01 ISI-SENIOR PIC X(10).
       01 ISI-SANDI-SENIOR PIC X(10).
       01 WS-KELAS-HASIL PIC X.
       01 WS-SENIOR-HASIL PIC X.
           88 OPERATOR-SENIOR VALUE 'Y'.
       01 WS-NILAI-ED PIC ZZ9.99.
       01 WS-TODAY PIC X(8).
       01 WS-KETEMU PIC X.
       01 WS-FINAL-TGL PIC X(8).
       01 WS-JUMLAH PIC 9(4) VALUE 0.
       01 WS-SUSULAN PIC X VALUE 'N'.
       01 WS-SUDAH-BEKU PIC X.
       01 WS-NO-MAX PIC 9(4) VALUE 0.
       01 WS-CLI-ARG PIC X(20).
       01 LIN-OUT PIC 99.
      *> The frozen grades, loaded whole for lookup and for the
      *> rewrite an approved change needs.
       01 FINAL-TABEL.
           02 FT-BARIS PIC X(124) OCCURS 2000 TIMES.
       01 FT-COUNT PIC 9(4) VALUE 0.
       01 FT-IDX PIC 9(4).
       01 FT-PENUH PIC X VALUE 'N'.
       01 FT-POS PIC 9(4) VALUE 0.
       01 UBAH-TABEL.
           02 UT-BARIS PIC X(125) OCCURS 500 TIMES.
       01 UT-COUNT PIC 9(3) VALUE 0.
       01 UT-IDX PIC 9(3).
       01 UT-PENUH PIC X VALUE 'N'.
       01 UT-POS PIC 9(3) VALUE 0.
       01 KELAS-TABEL.
           02 KL-KELAS PIC X(5) OCCURS 100 TIMES.
       01 KL-COUNT PIC 9(3) VALUE 0.
       01 KL-IDX PIC 9(3).
       01 WS-HIT-SAH PIC 9(4).
       01 WS-HIT-AJU PIC 9(4).
       01 WS-HIT-TOLK PIC 9(4).
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'FINALISASI NILAI AKHIR'.
           02 LINE 4 COLUMN 20 VALUE '1). FINALISASI NILAI KELAS'.
           02 LINE 5 COLUMN 20 VALUE '2). AJUKAN PERUBAHAN NILAI'.
           02 LINE 6 COLUMN 20 VALUE '3). PUTUSKAN PERUBAHAN (SENIOR)'.
           02 LINE 7 COLUMN 20 VALUE '4). LAPORAN PERUBAHAN'.
           02 LINE 8 COLUMN 20 VALUE '5). SELESAI/KELUAR'.
           02 LINE 10 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:7) = 'LAPORAN'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM TULIS-LAPORAN
               DISPLAY 'PERUBAHAN TERCATAT : ', UT-COUNT
               DISPLAY 'LIHAT data/GRADE-CHANGE-RPT.DAT'
               STOP RUN
           END-IF.
           IF WS-HEADER-DONE = 'N'
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.
       MENU-UTAMA.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY LAYAR-MENU.
           ACCEPT PILIH.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           IF PILIH = 1 GO TO FINALISASI-KELAS.
           IF PILIH = 2 GO TO AJUKAN-PERUBAHAN.
           IF PILIH = 3 GO TO PUTUSKAN-PERUBAHAN.
           IF PILIH = 4 GO TO LAPORAN-PERUBAHAN.
           IF PILIH = 5 GO TO SELESAI.
           GO TO MENU-UTAMA.

      *> Freezes every TERM-GRADE line of the kelas as it stands now.
      *> A kelas is finalized once; after that only the change
      *> workflow moves its grades, and a second FINALISASI only
      *> freezes the lines of NPMs that have none yet.
       FINALISASI-KELAS.
           DISPLAY (2, 3) '===FINALISASI NILAI KELAS==='.
           PERFORM WITH TEST AFTER UNTIL WS-KELAS-HASIL NOT = 'N'
               DISPLAY (3, 3) 'KELAS : '
               ACCEPT ISI-KELAS
               CALL 'KELASCHK' USING ISI-KELAS, WS-KELAS-HASIL
               IF WS-KELAS-HASIL = 'N'
                   MOVE ISI-KELAS TO WS-LOG-VALUE
                   MOVE 'KELAS' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM MUAT-FINAL.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT OR WS-KETEMU = 'Y'
               MOVE FT-BARIS(FT-IDX) TO GRADE-FINAL-RECORD
               IF GF-KELAS = ISI-KELAS
                   MOVE 'Y' TO WS-KETEMU
                   MOVE GF-TGL TO WS-FINAL-TGL
               END-IF
           END-PERFORM.
           MOVE WS-KETEMU TO WS-SUSULAN.
           IF WS-SUSULAN = 'Y' AND FT-PENUH = 'Y'
               DISPLAY (5, 3) 'GRADE-FINAL.DAT > 2000 BARIS -'
               DISPLAY (6, 3) 'NILAI BARU TIDAK BISA DIPISAHKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 0 TO WS-JUMLAH.
           OPEN INPUT TERM-GRADE.
           IF WS-TG-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ TERM-GRADE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF TERM-GRADE-RECORD(1:8) NUMERIC
                               AND TERM-GRADE-RECORD(10:5) = ISI-KELAS
                           PERFORM CEK-SUDAH-BEKU
                           IF WS-SUDAH-BEKU = 'N'
                               ADD 1 TO WS-JUMLAH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERM-GRADE
           END-IF.
           IF WS-JUMLAH = 0 AND WS-SUSULAN = 'Y'
               DISPLAY (5, 3) 'KELAS SUDAH FINAL SEJAK ', WS-FINAL-TGL
               DISPLAY (6, 3) 'PERUBAHAN LEWAT MENU 2 (AJUKAN)'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-JUMLAH = 0
               DISPLAY (5, 3) 'TIDAK ADA NILAI KELAS INI DI'
               DISPLAY (6, 3) 'data/TERM-GRADE.DAT -',
                   ' JALANKAN bin/gradecalc'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-SUSULAN = 'Y'
               DISPLAY (4, 3) 'KELAS SUDAH FINAL SEJAK ', WS-FINAL-TGL,
                   ' - HANYA NILAI BARU'
           END-IF.
           DISPLAY (5, 3) 'NILAI YANG AKAN DIBEKUKAN : ', WS-JUMLAH.
           DISPLAY (6, 3) 'FINALISASI KELAS ', ISI-KELAS, ' (Y/T) ? '.
           ACCEPT ISI-YAKIN.
           IF ISI-YAKIN NOT = 'Y'
               DISPLAY (8, 3) 'DIBATALKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND GRADE-FINAL.
           IF WS-GF-STATUS = "35"
               OPEN OUTPUT GRADE-FINAL
           END-IF.
           OPEN INPUT TERM-GRADE.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ TERM-GRADE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF TERM-GRADE-RECORD(1:8) NUMERIC
                           AND TERM-GRADE-RECORD(10:5) = ISI-KELAS
                       PERFORM CEK-SUDAH-BEKU
                   ELSE
                       MOVE 'Y' TO WS-SUDAH-BEKU
                   END-IF
                   IF WS-SUDAH-BEKU = 'N'
                       MOVE SPACES TO GRADE-FINAL-RECORD
                       MOVE ISI-KELAS TO GF-KELAS
                       MOVE TERM-GRADE-RECORD(1:8) TO GF-NPM
                       MOVE WS-TODAY TO GF-TGL
                       MOVE WS-OPERATOR TO GF-OPERATOR
                       MOVE TERM-GRADE-RECORD TO GF-BARIS
                       WRITE GRADE-FINAL-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TERM-GRADE.
           CLOSE GRADE-FINAL.
           MOVE 'NILAI-FINAL' TO WS-SEC-EVENT.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING 'KELAS ' DELIMITED BY SIZE
               ISI-KELAS DELIMITED BY SIZE
               ' N=' DELIMITED BY SIZE
               WS-JUMLAH DELIMITED BY SIZE
               INTO WS-SEC-DETAIL.
           CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
               WS-OPERATOR, WS-SEC-DETAIL.
           DISPLAY (8, 3) 'KELAS ', ISI-KELAS, ' FINAL - ', WS-JUMLAH,
               ' NILAI DIBEKUKAN'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Whether the TERM-GRADE line just read already has a frozen
      *> line in this kelas (GRADE-FINAL: kelas at 1, NPM at 7).
       CEK-SUDAH-BEKU.
           MOVE 'N' TO WS-SUDAH-BEKU.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT OR WS-SUDAH-BEKU = 'Y'
               IF FT-BARIS(FT-IDX)(1:5) = ISI-KELAS
                       AND FT-BARIS(FT-IDX)(7:8) =
                           TERM-GRADE-RECORD(1:8)
                   MOVE 'Y' TO WS-SUDAH-BEKU
               END-IF
           END-PERFORM.

      *> A change request against a frozen grade: the old grade is
      *> taken from the frozen line, never typed, and one NPM has at
      *> most one request waiting at a time.
       AJUKAN-PERUBAHAN.
           DISPLAY (2, 3) '===AJUKAN PERUBAHAN NILAI==='.
           PERFORM WITH TEST AFTER UNTIL ISI-NPM NUMERIC
               DISPLAY (3, 3) 'NPM : '
               ACCEPT ISI-NPM
               IF NOT ISI-NPM NUMERIC
                   MOVE ISI-NPM TO WS-LOG-VALUE
                   MOVE 'NPM' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM MUAT-FINAL.
           PERFORM CARI-FINAL-NPM.
           IF FT-POS = 0
               DISPLAY (5, 3) 'NILAI NPM INI BELUM FINAL -'
               DISPLAY (6, 3) 'CUKUP PERBAIKI DATA DAN',
                   ' JALANKAN GRADECALC'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE FT-BARIS(FT-POS) TO GRADE-FINAL-RECORD.
           PERFORM MUAT-UBAH.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT
               MOVE UT-BARIS(UT-IDX) TO CHANGE-RECORD
               IF GC-NPM = ISI-NPM AND GC-STATUS = 'AJU '
                   MOVE 'Y' TO WS-KETEMU
                   MOVE GC-NO TO ISI-NO
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'Y'
               DISPLAY (5, 3) 'MASIH ADA PENGAJUAN NO ', ISI-NO,
                   ' MENUNGGU PUTUSAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (4, 3) 'KELAS ', GF-KELAS, '  FINAL ', GF-TGL.
           DISPLAY (5, 3) 'NILAI SEKARANG : ', GF-NILAI, ' ', GF-HURUF.
           PERFORM WITH TEST AFTER UNTIL ISI-NILAI NOT > 100
               DISPLAY (6, 3) 'NILAI BARU (0-100) : '
               ACCEPT ISI-NILAI
           END-PERFORM.
      *> The new letter follows the new grade through the term's
      *> boundary table; only the status letters T/W may be typed
      *> over it.
           MOVE ISI-NILAI TO WS-NILAI-KONV.
           CALL 'GRDBATAS' USING WS-NILAI-KONV, WS-HURUF-KONV,
               WS-BATAS-TERM, WS-BATAS-HASIL.
           PERFORM WITH TEST AFTER UNTIL HURUF-SAH
               DISPLAY (7, 3) 'HURUF BARU (KOSONG=', WS-HURUF-KONV,
                   ', T/W STATUS) : '
               MOVE SPACES TO ISI-HURUF
               ACCEPT ISI-HURUF
               IF ISI-HURUF = SPACES
                   MOVE WS-HURUF-KONV TO ISI-HURUF
               END-IF
               IF ISI-HURUF = WS-HURUF-KONV OR HURUF-STATUS
                   MOVE 'Y' TO WS-HURUF-OK
               ELSE
                   MOVE 'N' TO WS-HURUF-OK
               END-IF
               IF NOT HURUF-SAH
                   MOVE ISI-HURUF TO WS-LOG-VALUE
                   MOVE 'HURUF' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL ISI-ALASAN NOT = SPACES
               DISPLAY (8, 3) 'ALASAN : '
               ACCEPT ISI-ALASAN
           END-PERFORM.
           MOVE ISI-NILAI TO WS-NILAI-ED.
           PERFORM CARI-NO-MAX.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND CHANGE-FILE.
           IF WS-GC-STATUS = "35"
               OPEN OUTPUT CHANGE-FILE
           END-IF.
           MOVE SPACES TO CHANGE-RECORD.
           COMPUTE GC-NO = WS-NO-MAX + 1.
           MOVE 'AJU ' TO GC-STATUS.
           MOVE GF-KELAS TO GC-KELAS.
           MOVE ISI-NPM TO GC-NPM.
           MOVE GF-NILAI TO GC-NILAI-LAMA.
           MOVE GF-HURUF TO GC-HURUF-LAMA.
           MOVE WS-NILAI-ED TO GC-NILAI-BARU.
           MOVE ISI-HURUF TO GC-HURUF-BARU.
           MOVE WS-TODAY TO GC-TGL-AJU.
           MOVE WS-OPERATOR TO GC-PEMOHON.
           MOVE ISI-ALASAN TO GC-ALASAN.
           WRITE CHANGE-RECORD.
           CLOSE CHANGE-FILE.
           DISPLAY (10, 3) 'PENGAJUAN NO ', GC-NO,
               ' TERCATAT - MENUNGGU OPERATOR SENIOR'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> The senior decides with their own ID and password, whoever
      *> is signed on; the requester can never approve their own
      *> request. An approval rewrites the frozen line and the whole
      *> journal, so an overflowed load refuses rather than drops
      *> the tail, as DISPUTE does when closing a case.
       PUTUSKAN-PERUBAHAN.
           DISPLAY (2, 3) '===PUTUSKAN PERUBAHAN NILAI==='.
           PERFORM MUAT-UBAH.
           PERFORM MUAT-FINAL.
           IF UT-PENUH = 'Y' OR FT-PENUH = 'Y'
               DISPLAY (4, 3) 'FILE NILAI/PERUBAHAN MELEBIHI TABEL -'
               DISPLAY (5, 3) 'TIDAK BISA DIPUTUS, HUBUNGI PEMELIHARA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (3, 3) 'NO   KELAS NPM      LAMA      BARU',
               '      PEMOHON'.
           MOVE 4 TO LIN-OUT.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT OR LIN-OUT > 15
               MOVE UT-BARIS(UT-IDX) TO CHANGE-RECORD
               IF GC-STATUS = 'AJU '
                   DISPLAY (LIN-OUT, 3) GC-NO, ' ', GC-KELAS, ' ',
                       GC-NPM, ' ', GC-NILAI-LAMA, ' ', GC-HURUF-LAMA,
                       ' ', GC-NILAI-BARU, ' ', GC-HURUF-BARU, ' ',
                       GC-PEMOHON
                   ADD 1 TO LIN-OUT
               END-IF
           END-PERFORM.
           IF LIN-OUT = 4
               DISPLAY (5, 3) 'TIDAK ADA PENGAJUAN MENUNGGU'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (17, 3) 'NOMOR PENGAJUAN : '.
           ACCEPT ISI-NO.
           MOVE 0 TO UT-POS.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT
               MOVE UT-BARIS(UT-IDX) TO CHANGE-RECORD
               IF GC-NO = ISI-NO AND GC-STATUS = 'AJU '
                   MOVE UT-IDX TO UT-POS
               END-IF
           END-PERFORM.
           IF UT-POS = 0
               DISPLAY (19, 3) 'PENGAJUAN TIDAK DITEMUKAN/SUDAH DIPUTUS'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE UT-BARIS(UT-POS) TO CHANGE-RECORD.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (2, 3) '===PUTUSAN PENGAJUAN ', GC-NO, '==='.
           DISPLAY (3, 3) 'NPM ', GC-NPM, '  KELAS ', GC-KELAS.
           DISPLAY (4, 3) 'LAMA ', GC-NILAI-LAMA, ' ', GC-HURUF-LAMA,
               '  BARU ', GC-NILAI-BARU, ' ', GC-HURUF-BARU.
           DISPLAY (5, 3) 'ALASAN : ', GC-ALASAN.
           DISPLAY (6, 3) 'DIAJUKAN ', GC-TGL-AJU, ' OLEH ', GC-PEMOHON.
           PERFORM PERIKSA-SENIOR.
           IF NOT OPERATOR-SENIOR
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM WITH TEST AFTER
                   UNTIL ISI-PUTUSAN = 'S' OR ISI-PUTUSAN = 'T'
               DISPLAY (11, 3) 'SETUJU (S) / TOLAK (T) : '
               ACCEPT ISI-PUTUSAN
           END-PERFORM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO GC-TGL-PUTUS.
           MOVE ISI-SENIOR TO GC-PENYETUJU.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING 'NO ' DELIMITED BY SIZE
               GC-NO DELIMITED BY SIZE
               ' NPM ' DELIMITED BY SIZE
               GC-NPM DELIMITED BY SIZE
               INTO WS-SEC-DETAIL.
           IF ISI-PUTUSAN = 'T'
               MOVE 'TOLK' TO GC-STATUS
               MOVE 'NILAI-TOLAK' TO WS-SEC-EVENT
               MOVE CHANGE-RECORD TO UT-BARIS(UT-POS)
               PERFORM SIMPAN-UBAH
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   ISI-SENIOR, WS-SEC-DETAIL
               DISPLAY (13, 3) 'PENGAJUAN ', GC-NO, ' DITOLAK'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 0 TO FT-POS.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT
               MOVE FT-BARIS(FT-IDX) TO GRADE-FINAL-RECORD
               IF GF-NPM = GC-NPM AND GF-KELAS = GC-KELAS
                   MOVE FT-IDX TO FT-POS
               END-IF
           END-PERFORM.
           IF FT-POS = 0
               DISPLAY (13, 3) 'NILAI FINAL NPM INI TIDAK DITEMUKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE FT-BARIS(FT-POS) TO GRADE-FINAL-RECORD.
           MOVE GC-NILAI-BARU TO GF-NILAI.
           MOVE GC-HURUF-BARU TO GF-HURUF.
           MOVE GRADE-FINAL-RECORD TO FT-BARIS(FT-POS).
           PERFORM SIMPAN-FINAL.
           MOVE 'SAH ' TO GC-STATUS.
           MOVE CHANGE-RECORD TO UT-BARIS(UT-POS).
           PERFORM SIMPAN-UBAH.
           MOVE 'NILAI-UBAH' TO WS-SEC-EVENT.
           CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
               ISI-SENIOR, WS-SEC-DETAIL.
           DISPLAY (13, 3) 'PENGAJUAN ', GC-NO, ' DISETUJUI - NILAI ',
               GC-NPM, ' MENJADI ', GC-NILAI-BARU, ' ', GC-HURUF-BARU.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Senior credentials for one decision: level through OPRCHK,
      *> identity through OPRPWD. A password due for change must be
      *> changed at sign-on first - it is not changed from here.
       PERIKSA-SENIOR.
           MOVE 'N' TO WS-SENIOR-HASIL.
           DISPLAY (8, 3) 'OPERATOR SENIOR : '.
           ACCEPT ISI-SENIOR.
           DISPLAY (9, 3) 'SANDI : '.
           ACCEPT ISI-SANDI-SENIOR.
           MOVE 'AKSES-TOLAK' TO WS-SEC-EVENT.
           IF ISI-SENIOR = GC-PEMOHON
               DISPLAY (11, 3) 'PEMOHON TIDAK BOLEH MEMUTUS SENDIRI'
               MOVE 'PUTUS SENDIRI' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   ISI-SENIOR, WS-SEC-DETAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-OPR-LEVEL-PERLU.
           CALL 'OPRCHK' USING ISI-SENIOR, WS-OPR-LEVEL-PERLU,
               WS-SENIOR-HASIL.
           IF NOT OPERATOR-SENIOR
               DISPLAY (11, 3) 'HANYA OPERATOR SENIOR TERDAFTAR'
               MOVE 'PUTUS NILAI' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   ISI-SENIOR, WS-SEC-DETAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SANDI-BARU.
           CALL 'OPRPWD' USING ISI-SENIOR, ISI-SANDI-SENIOR,
               WS-SANDI-BARU, WS-PWD-HASIL.
           IF WS-PWD-HASIL NOT = 'Y'
               MOVE 'N' TO WS-SENIOR-HASIL
               EVALUATE WS-PWD-HASIL
                   WHEN 'F'
                       DISPLAY (11, 3) 'SANDI HARUS DIGANTI DI SIGN-ON'
                   WHEN 'K'
                       DISPLAY (11, 3) 'AKUN TERKUNCI'
                   WHEN OTHER
                       DISPLAY (11, 3) 'SANDI SALAH'
               END-EVALUATE
               MOVE 'SANDI-SALAH' TO WS-SEC-EVENT
               MOVE 'PUTUS NILAI' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   ISI-SENIOR, WS-SEC-DETAIL
           END-IF.

       LAPORAN-PERUBAHAN.
           DISPLAY (2, 3) '===LAPORAN PERUBAHAN NILAI==='.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM TULIS-LAPORAN.
           DISPLAY (4, 3) 'PERUBAHAN TERCATAT : ', UT-COUNT.
           DISPLAY (5, 3) 'KELAS              : ', KL-COUNT.
           DISPLAY (7, 3) 'LIHAT data/GRADE-CHANGE-RPT.DAT'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Every request on file, grouped by kelas with its decision,
      *> so the faculty see refusals and waiting requests as well as
      *> the grades that moved.
       TULIS-LAPORAN.
           PERFORM MUAT-UBAH.
           MOVE 0 TO KL-COUNT.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT
               MOVE UT-BARIS(UT-IDX) TO CHANGE-RECORD
               PERFORM CATAT-KELAS
           END-PERFORM.
           OPEN OUTPUT CHANGE-REPORT.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING '=== PERUBAHAN NILAI SETELAH FINAL - RUN '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           IF UT-PENUH = 'Y'
               MOVE 'PERHATIAN: > 500 PENGAJUAN, LAPORAN DIPOTONG'
                   TO CHANGE-REPORT-RECORD
               WRITE CHANGE-REPORT-RECORD
           END-IF.
           IF UT-COUNT = 0
               MOVE 'TIDAK ADA PERUBAHAN SETELAH FINAL'
                   TO CHANGE-REPORT-RECORD
               WRITE CHANGE-REPORT-RECORD
           END-IF.
           PERFORM VARYING KL-IDX FROM 1 BY 1
                   UNTIL KL-IDX > KL-COUNT
               PERFORM TULIS-SATU-KELAS
           END-PERFORM.
           CLOSE CHANGE-REPORT.

       CATAT-KELAS.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING KL-IDX FROM 1 BY 1
                   UNTIL KL-IDX > KL-COUNT
               IF KL-KELAS(KL-IDX) = GC-KELAS
                   MOVE 'Y' TO WS-KETEMU
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'N' AND KL-COUNT < 100
               ADD 1 TO KL-COUNT
               MOVE GC-KELAS TO KL-KELAS(KL-COUNT)
           END-IF.

       TULIS-SATU-KELAS.
           MOVE 0 TO WS-HIT-SAH.
           MOVE 0 TO WS-HIT-AJU.
           MOVE 0 TO WS-HIT-TOLK.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           STRING 'KELAS ' DELIMITED BY SIZE
               KL-KELAS(KL-IDX) DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           STRING '  NO   NPM      LAMA      BARU      STAT '
               DELIMITED BY SIZE
               'AJU      PEMOHON    PUTUS    PENYETUJU  ALASAN'
               DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT
               MOVE UT-BARIS(UT-IDX) TO CHANGE-RECORD
               IF GC-KELAS = KL-KELAS(KL-IDX)
                   EVALUATE GC-STATUS
                       WHEN 'SAH ' ADD 1 TO WS-HIT-SAH
                       WHEN 'AJU ' ADD 1 TO WS-HIT-AJU
                       WHEN OTHER ADD 1 TO WS-HIT-TOLK
                   END-EVALUATE
                   MOVE SPACES TO CHANGE-REPORT-RECORD
                   STRING '  ' DELIMITED BY SIZE
                       GC-NO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-NPM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-NILAI-LAMA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-HURUF-LAMA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-NILAI-BARU DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-HURUF-BARU DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-TGL-AJU DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-PEMOHON DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-TGL-PUTUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-PENYETUJU DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GC-ALASAN DELIMITED BY SIZE
                       INTO CHANGE-REPORT-RECORD
                   WRITE CHANGE-REPORT-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING '  DISETUJUI ' DELIMITED BY SIZE
               WS-HIT-SAH DELIMITED BY SIZE
               '  MENUNGGU ' DELIMITED BY SIZE
               WS-HIT-AJU DELIMITED BY SIZE
               '  DITOLAK ' DELIMITED BY SIZE
               WS-HIT-TOLK DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.

       MUAT-FINAL.
           MOVE 0 TO FT-COUNT.
           MOVE 'N' TO FT-PENUH.
           OPEN INPUT GRADE-FINAL.
           IF WS-GF-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ GRADE-FINAL
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF FT-COUNT < 2000
                           ADD 1 TO FT-COUNT
                           MOVE GRADE-FINAL-RECORD TO FT-BARIS(FT-COUNT)
                       ELSE
                           MOVE 'Y' TO FT-PENUH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GRADE-FINAL
           END-IF.

       SIMPAN-FINAL.
           OPEN OUTPUT GRADE-FINAL.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT
               MOVE FT-BARIS(FT-IDX) TO GRADE-FINAL-RECORD
               WRITE GRADE-FINAL-RECORD
           END-PERFORM.
           CLOSE GRADE-FINAL.

       CARI-FINAL-NPM.
           MOVE 0 TO FT-POS.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT
               MOVE FT-BARIS(FT-IDX) TO GRADE-FINAL-RECORD
               IF GF-NPM = ISI-NPM
                   MOVE FT-IDX TO FT-POS
               END-IF
           END-PERFORM.

       MUAT-UBAH.
           MOVE 0 TO UT-COUNT.
           MOVE 'N' TO UT-PENUH.
           OPEN INPUT CHANGE-FILE.
           IF WS-GC-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ CHANGE-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF UT-COUNT < 500
                           ADD 1 TO UT-COUNT
                           MOVE CHANGE-RECORD TO UT-BARIS(UT-COUNT)
                       ELSE
                           MOVE 'Y' TO UT-PENUH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHANGE-FILE
           END-IF.

       SIMPAN-UBAH.
           OPEN OUTPUT CHANGE-FILE.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT
               MOVE UT-BARIS(UT-IDX) TO CHANGE-RECORD
               WRITE CHANGE-RECORD
           END-PERFORM.
           CLOSE CHANGE-FILE.

       CARI-NO-MAX.
           MOVE 0 TO WS-NO-MAX.
           OPEN INPUT CHANGE-FILE.
           IF WS-GC-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ CHANGE-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF GC-NO NUMERIC AND GC-NO > WS-NO-MAX
                           MOVE GC-NO TO WS-NO-MAX
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHANGE-FILE
           END-IF.

       SETUP-HEADER.
           MOVE 'GRADEFIN' TO WS-PROGRAM-NAME.
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
           END-ACCEPT.
           MOVE 'N' TO WS-OPR-DIKETIK.
           PERFORM WITH TEST AFTER UNTIL OPERATOR-SAH
               IF WS-OPERATOR = SPACES
                   DISPLAY (1, 2) 'Operator: '
                   ACCEPT WS-OPERATOR
                   MOVE 'Y' TO WS-OPR-DIKETIK
               END-IF
               MOVE 2 TO WS-OPR-LEVEL-PERLU
               CALL 'OPRCHK' USING WS-OPERATOR,
                   WS-OPR-LEVEL-PERLU, WS-OPR-HASIL
               IF NOT OPERATOR-SAH
                   DISPLAY (1, 2) 'OPERATOR TIDAK SAH: '
                   MOVE SPACES TO WS-OPERATOR
               END-IF
           END-PERFORM.
           IF WS-OPR-DIKETIK = 'Y'
               PERFORM VERIFIKASI-SANDI
           END-IF.
           ACCEPT WS-LAB-WEEK FROM ENVIRONMENT 'LABWEEK'
               ON EXCEPTION MOVE SPACES TO WS-LAB-WEEK
           END-ACCEPT.

      *> An operator TYPED at the fallback prompt (program started
      *> outside DRIVER's sign-on) proves the password through
      *> OPRPWD, exactly like DRIVER - an ID inherited from LABOPR
      *> already passed that check at sign-on.
       VERIFIKASI-SANDI.
           MOVE 'N' TO WS-PWD-OK.
           PERFORM UNTIL WS-PWD-OK = 'Y'
               DISPLAY (1, 2) 'Sandi: '
               ACCEPT WS-SANDI
               MOVE SPACES TO WS-SANDI-BARU
               CALL 'OPRPWD' USING WS-OPERATOR, WS-SANDI,
                   WS-SANDI-BARU, WS-PWD-HASIL
               IF WS-PWD-HASIL = 'F'
                   DISPLAY (2, 2) 'SANDI BARU (WAJIB GANTI): '
                   ACCEPT WS-SANDI-BARU
                   CALL 'OPRPWD' USING WS-OPERATOR, WS-SANDI,
                       WS-SANDI-BARU, WS-PWD-HASIL
               END-IF
               EVALUATE WS-PWD-HASIL
                   WHEN 'Y' MOVE 'Y' TO WS-PWD-OK
                   WHEN 'K'
                       DISPLAY (2, 2) 'AKUN TERKUNCI'
                       MOVE 'TERKUNCI' TO WS-SEC-EVENT
                       MOVE 'SIGNON DIHENTIKAN' TO WS-SEC-DETAIL
                       CALL 'SECLOG' USING WS-ERR-PROGRAM,
                           WS-SEC-EVENT, WS-OPERATOR, WS-SEC-DETAIL
                       STOP RUN
                   WHEN OTHER
                       DISPLAY (2, 2) 'SANDI SALAH'
                       MOVE 'SANDI-SALAH' TO WS-SEC-EVENT
                       MOVE SPACES TO WS-SEC-DETAIL
                       CALL 'SECLOG' USING WS-ERR-PROGRAM,
                           WS-SEC-EVENT, WS-OPERATOR, WS-SEC-DETAIL
               END-EVALUATE
           END-PERFORM.

       SELESAI.
           STOP RUN.
