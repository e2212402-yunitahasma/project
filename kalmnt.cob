      *> Term calendar and assignment schedule maintenance. Both files
      *> used to be typed in an editor, and one overlapping week window
      *> or misspelt kelas quietly broke WEEKCAL and ASNGET for the
      *> whole lab. Entries made here are checked as they go in:
      *>   data/TERM-CALENDAR.DAT  (WEEKCAL's layout)
      *>     W <minggu> <mulai> <akhir> <cutoff-yyyymmddhhmmss>
      *>       real dates, window not overlapping another week, cutoff
      *>       no earlier than the day the window opens
      *>     H <tanggal> <keterangan>
      *>       a real date inside the term (first week's opening to
      *>       last week's close)
      *>   data/ASSIGN-SCHED.DAT   (ASNGET's layout)
      *>     <minggu> <kelas> <prog> <param1> <param2> [<deret>]
      *>       week on the calendar, kelas '*' or active in KELAS-REF,
      *>       a program that reads the schedule, UJIAN with 1-5
      *>       questions
      *> Adding an entry whose key is already on file replaces it after
      *> confirmation. A week the schedule still uses cannot be removed.
      *> Run with PERIKSA (no screen, no sign-on; LABBATCH job KALCK)
      *> at the start of a term for the full check of both files in
      *> data/KALENDER-CHECK.DAT, which also lists calendar weeks with
      *> nothing scheduled. Series codes are DERCHK's to check.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CALENDAR ASSIGN TO "data/TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT ASSIGN-SCHED ASSIGN TO "data/ASSIGN-SCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           SELECT CHECK-REPORT ASSIGN TO "data/KALENDER-CHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERM-CALENDAR.
       01 TERM-CALENDAR-RECORD PIC X(80).
       FD ASSIGN-SCHED.
       01 ASSIGN-SCHED-RECORD PIC X(80).
       FD CHECK-REPORT.
       01 CHECK-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-OPR-LEVEL-PERLU PIC 9.
           01 WS-OPR-HASIL PIC X.
               88 OPERATOR-SAH VALUE 'Y'.
           01 WS-TC-STATUS PIC XX.
           01 WS-AS-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'KALMNT'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-CLI-ARG PIC X(20).
           01 WS-TODAY PIC X(8).
           01 WS-KELAS-HASIL PIC X.
       01 PILIH PIC 9.
       01 ISI-TIPE PIC X.
       01 ISI-MINGGU PIC X(4).
       01 ISI-MULAI PIC X(8).
       01 ISI-AKHIR PIC X(8).
       01 ISI-CUTOFF PIC X(14).
       01 ISI-TANGGAL PIC X(8).
       01 ISI-KETERANGAN PIC X(20).
       01 ISI-KELAS PIC X(5).
       01 ISI-PROGRAM PIC X(5).
       01 ISI-PARAM1 PIC 9(4).
       01 ISI-PARAM2 PIC 9(4).
       01 ISI-DERET PIC X(6).
       01 ISI-YAKIN PIC X.
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
      *> Both files are held whole, in file order, and written back
      *> whole after each change; lines WEEKCAL does not read (notes,
      *> blanks) ride along untouched. A file longer than the table is
      *> refused for editing rather than cut short.
       01 WS-KAL-JUMLAH PIC 9(3) VALUE 0.
       01 WS-KAL-BARIS-FILE PIC 9(3) VALUE 0.
       01 KALENDER.
           05 KAL-ITEM PIC X(40) OCCURS 120 TIMES.
       01 WS-JDW-JUMLAH PIC 9(3) VALUE 0.
       01 WS-JDW-BARIS-FILE PIC 9(3) VALUE 0.
       01 JADWAL.
           05 JDW-ITEM PIC X(40) OCCURS 150 TIMES.
      *> WEEKCAL keeps 53 weeks and 30 holidays, ASNGET 100 lines.
       01 WS-MAKS-MINGGU PIC 99 VALUE 53.
       01 WS-MAKS-LIBUR PIC 99 VALUE 30.
       01 WS-MAKS-JADWAL PIC 9(3) VALUE 100.
      *> The calendar line being checked (candidate or file entry) and
      *> the other lines it is checked against.
       01 KAL-CALON PIC X(40).
       01 KC-MINGGU-VIEW REDEFINES KAL-CALON.
           05 KC-TIPE PIC X.
           05 FILLER PIC X.
           05 KC-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 KC-MULAI PIC X(8).
           05 FILLER PIC X.
           05 KC-AKHIR PIC X(8).
           05 FILLER PIC X.
           05 KC-CUTOFF PIC X(14).
           05 FILLER PIC X.
       01 KC-LIBUR-VIEW REDEFINES KAL-CALON.
           05 FILLER PIC XX.
           05 KC-TANGGAL PIC X(8).
           05 FILLER PIC X.
           05 KC-KETERANGAN PIC X(20).
           05 FILLER PIC X(9).
       01 KAL-LAIN PIC X(40).
       01 KL-MINGGU-VIEW REDEFINES KAL-LAIN.
           05 KL-TIPE PIC X.
           05 FILLER PIC X.
           05 KL-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 KL-MULAI PIC X(8).
           05 FILLER PIC X.
           05 KL-AKHIR PIC X(8).
           05 FILLER PIC X.
           05 KL-CUTOFF PIC X(14).
           05 FILLER PIC X.
       01 KL-LIBUR-VIEW REDEFINES KAL-LAIN.
           05 FILLER PIC XX.
           05 KL-TANGGAL PIC X(8).
           05 FILLER PIC X(30).
       01 JDW-CALON PIC X(40).
       01 JC-VIEW REDEFINES JDW-CALON.
           05 JC-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 JC-KELAS PIC X(5).
           05 FILLER PIC X.
           05 JC-PROGRAM PIC X(5).
           05 FILLER PIC X.
           05 JC-PARAM1 PIC X(4).
           05 JC-PARAM1-N REDEFINES JC-PARAM1 PIC 9(4).
           05 FILLER PIC X.
           05 JC-PARAM2 PIC X(4).
           05 FILLER PIC X.
           05 JC-DERET PIC X(6).
           05 FILLER PIC X(7).
       01 JDW-LAIN PIC X(40).
       01 JL-VIEW REDEFINES JDW-LAIN.
           05 JL-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 JL-KELAS PIC X(5).
           05 FILLER PIC X.
           05 JL-PROGRAM PIC X(5).
           05 FILLER PIC X(24).
      *> Programs that take their parameters from the schedule.
       01 PROG-ISI.
           05 FILLER PIC X(5) VALUE 'IA20A'.
           05 FILLER PIC X(5) VALUE 'IA19B'.
           05 FILLER PIC X(5) VALUE 'GABUT'.
           05 FILLER PIC X(5) VALUE 'MATRI'.
           05 FILLER PIC X(5) VALUE 'UJIAN'.
       01 PROG-TABEL REDEFINES PROG-ISI.
           05 PROG-KODE PIC X(5) OCCURS 5 TIMES.
       01 WS-IDX PIC 9(3).
       01 WS-IDX2 PIC 9(3).
       01 WS-POS PIC 9(3).
       01 WS-SENDIRI PIC 9(3).
       01 WS-N-MINGGU PIC 9(3).
       01 WS-N-LIBUR PIC 9(3).
       01 WS-KETEMU PIC X.
       01 WS-ALASAN PIC X(40).
       01 WS-PESAN PIC X(60).
       01 WS-TERM-MULAI PIC X(8).
       01 WS-TERM-AKHIR PIC X(8).
       01 WS-TGL-UJI PIC X(8).
       01 WS-TGL-NUM PIC 9(8).
       01 WS-TGL-SAH PIC X.
       01 WS-CUTOFF-UJI PIC X(14).
       01 WS-CUTOFF-VIEW REDEFINES WS-CUTOFF-UJI.
           05 CU-TANGGAL PIC X(8).
           05 CU-JAM PIC 99.
           05 CU-MENIT PIC 99.
           05 CU-DETIK PIC 99.
       01 WS-N-KAL-TOLAK PIC 9(4) VALUE 0.
       01 WS-N-JDW-TOLAK PIC 9(4) VALUE 0.
       01 WS-N-KOSONG PIC 9(4) VALUE 0.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'KALENDER TERM DAN JADWAL TUGAS'.
           02 LINE 4 COLUMN 20 VALUE '1). DAFTAR KALENDER'.
           02 LINE 5 COLUMN 20 VALUE '2). TAMBAH/UBAH MINGGU'.
           02 LINE 6 COLUMN 20 VALUE '3). TAMBAH/UBAH LIBUR'.
           02 LINE 7 COLUMN 20 VALUE '4). HAPUS BARIS KALENDER'.
           02 LINE 8 COLUMN 20 VALUE '5). DAFTAR JADWAL'.
           02 LINE 9 COLUMN 20 VALUE '6). TAMBAH/UBAH JADWAL'.
           02 LINE 10 COLUMN 20 VALUE '7). HAPUS JADWAL'.
           02 LINE 11 COLUMN 20 VALUE '8). PEMERIKSAAN AWAL TERM'.
           02 LINE 12 COLUMN 20 VALUE '9). SELESAI/KELUAR'.
           02 LINE 14 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:7) = 'PERIKSA'
               PERFORM BUAT-PEMERIKSAAN
               DISPLAY 'KALENDER DITOLAK    : ' WS-N-KAL-TOLAK
               DISPLAY 'JADWAL DITOLAK      : ' WS-N-JDW-TOLAK
               DISPLAY 'MINGGU TANPA JADWAL : ' WS-N-KOSONG
               DISPLAY 'PEMERIKSAAN SELESAI, LIHAT '
                   'data/KALENDER-CHECK.DAT'
               GO TO SELESAI
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
           MOVE SPACES TO WS-PESAN.
           IF PILIH = 1 GO TO DAFTAR-KALENDER.
           IF PILIH = 2 GO TO TAMBAH-MINGGU.
           IF PILIH = 3 GO TO TAMBAH-LIBUR.
           IF PILIH = 4 GO TO HAPUS-KALENDER.
           IF PILIH = 5 GO TO DAFTAR-JADWAL.
           IF PILIH = 6 GO TO TAMBAH-JADWAL.
           IF PILIH = 7 GO TO HAPUS-JADWAL.
           IF PILIH = 8 GO TO LAYAR-PEMERIKSAAN.
           IF PILIH = 9 GO TO SELESAI.
           GO TO MENU-UTAMA.

       DAFTAR-KALENDER.
           DISPLAY (2, 3) '===KALENDER TERM==='.
           PERFORM MUAT-KALENDER.
           IF WS-KAL-JUMLAH = 0
               DISPLAY (4, 3) 'KALENDER MASIH KOSONG'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 4 TO LIN-OUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH
               IF LIN-OUT > 21
                   STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
                   DISPLAY HAPUS-LAYAR
                   DISPLAY LAYAR-RUN-HEADER
                   DISPLAY (2, 3) '===KALENDER TERM==='
                   MOVE 4 TO LIN-OUT
               END-IF
               DISPLAY (LIN-OUT, 3) KAL-ITEM(WS-IDX)
               ADD 1 TO LIN-OUT
           END-PERFORM.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TAMBAH-MINGGU.
           DISPLAY (2, 3) '===TAMBAH/UBAH MINGGU LAB==='.
           PERFORM MUAT-SEMUA.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (3, 3) 'MINGGU (0005)        : '.
           ACCEPT ISI-MINGGU.
           DISPLAY (4, 3) 'MULAI (YYYYMMDD)     : '.
           ACCEPT ISI-MULAI.
           DISPLAY (5, 3) 'AKHIR (YYYYMMDD)     : '.
           ACCEPT ISI-AKHIR.
           DISPLAY (6, 3) 'CUTOFF (YYYYMMDDHHMMSS) : '.
           ACCEPT ISI-CUTOFF.
           MOVE SPACES TO KAL-CALON.
           MOVE 'W' TO KC-TIPE.
           MOVE ISI-MINGGU TO KC-MINGGU.
           MOVE ISI-MULAI TO KC-MULAI.
           MOVE ISI-AKHIR TO KC-AKHIR.
           MOVE ISI-CUTOFF TO KC-CUTOFF.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH OR WS-POS > 0
               MOVE KAL-ITEM(WS-IDX) TO KAL-LAIN
               IF KL-TIPE = 'W' AND KL-MINGGU = KC-MINGGU
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0 AND WS-N-MINGGU >= WS-MAKS-MINGGU
               MOVE 'KALENDER PENUH (53 MINGGU)' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           MOVE WS-POS TO WS-SENDIRI.
           PERFORM CEK-MINGGU.
           IF WS-ALASAN NOT = SPACES
               MOVE WS-ALASAN TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-POS > 0
               PERFORM KONFIRMASI-GANTI-KAL
               IF ISI-YAKIN NOT = 'Y'
                   GO TO AKHIR-AKSI
               END-IF
               MOVE KAL-CALON TO KAL-ITEM(WS-POS)
           ELSE
               ADD 1 TO WS-KAL-JUMLAH
               MOVE KAL-CALON TO KAL-ITEM(WS-KAL-JUMLAH)
           END-IF.
           PERFORM SIMPAN-KALENDER.
           IF WS-PESAN = SPACES
               MOVE 'MINGGU DISIMPAN' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       TAMBAH-LIBUR.
           DISPLAY (2, 3) '===TAMBAH/UBAH HARI LIBUR==='.
           PERFORM MUAT-SEMUA.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (3, 3) 'TANGGAL (YYYYMMDD)   : '.
           ACCEPT ISI-TANGGAL.
           DISPLAY (4, 3) 'KETERANGAN           : '.
           ACCEPT ISI-KETERANGAN.
           MOVE SPACES TO KAL-CALON.
           MOVE 'H' TO KC-TIPE.
           MOVE ISI-TANGGAL TO KC-TANGGAL.
           MOVE ISI-KETERANGAN TO KC-KETERANGAN.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH OR WS-POS > 0
               MOVE KAL-ITEM(WS-IDX) TO KAL-LAIN
               IF KL-TIPE = 'H' AND KL-TANGGAL = KC-TANGGAL
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0 AND WS-N-LIBUR >= WS-MAKS-LIBUR
               MOVE 'KALENDER PENUH (30 HARI LIBUR)' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           MOVE WS-POS TO WS-SENDIRI.
           PERFORM CEK-LIBUR.
           IF WS-ALASAN NOT = SPACES
               MOVE WS-ALASAN TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-POS > 0
               PERFORM KONFIRMASI-GANTI-KAL
               IF ISI-YAKIN NOT = 'Y'
                   GO TO AKHIR-AKSI
               END-IF
               MOVE KAL-CALON TO KAL-ITEM(WS-POS)
           ELSE
               ADD 1 TO WS-KAL-JUMLAH
               MOVE KAL-CALON TO KAL-ITEM(WS-KAL-JUMLAH)
           END-IF.
           PERFORM SIMPAN-KALENDER.
           IF WS-PESAN = SPACES
               MOVE 'HARI LIBUR DISIMPAN' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       HAPUS-KALENDER.
           DISPLAY (2, 3) '===HAPUS BARIS KALENDER==='.
           PERFORM MUAT-SEMUA.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (3, 3) 'MINGGU (W) / LIBUR (H) : '.
           ACCEPT ISI-TIPE.
           INSPECT ISI-TIPE CONVERTING 'wh' TO 'WH'.
           IF ISI-TIPE NOT = 'W' AND ISI-TIPE NOT = 'H'
               MOVE 'PILIH W ATAU H' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF ISI-TIPE = 'W'
               DISPLAY (4, 3) 'MINGGU (0005)        : '
               ACCEPT ISI-MINGGU
           ELSE
               DISPLAY (4, 3) 'TANGGAL (YYYYMMDD)   : '
               ACCEPT ISI-TANGGAL
           END-IF.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH OR WS-POS > 0
               MOVE KAL-ITEM(WS-IDX) TO KAL-LAIN
               IF ISI-TIPE = 'W' AND KL-TIPE = 'W'
                       AND KL-MINGGU = ISI-MINGGU
                   MOVE WS-IDX TO WS-POS
               END-IF
               IF ISI-TIPE = 'H' AND KL-TIPE = 'H'
                       AND KL-TANGGAL = ISI-TANGGAL
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               MOVE 'TIDAK ADA DI KALENDER' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF ISI-TIPE = 'W'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-JDW-JUMLAH
                   MOVE JDW-ITEM(WS-IDX) TO JDW-LAIN
                   IF JL-MINGGU = ISI-MINGGU
                       MOVE 'MINGGU MASIH DIPAKAI JADWAL TUGAS'
                           TO WS-PESAN
                   END-IF
               END-PERFORM
               IF WS-PESAN NOT = SPACES
                   GO TO AKHIR-AKSI
               END-IF
           END-IF.
           DISPLAY (6, 3) KAL-ITEM(WS-POS).
           DISPLAY (8, 3) 'HAPUS? (Y/T) : '.
           ACCEPT ISI-YAKIN.
           INSPECT ISI-YAKIN CONVERTING 'y' TO 'Y'.
           IF ISI-YAKIN NOT = 'Y'
               MOVE 'DIBATALKAN' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-POS BY 1
                   UNTIL WS-IDX >= WS-KAL-JUMLAH
               MOVE KAL-ITEM(WS-IDX + 1) TO KAL-ITEM(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-KAL-JUMLAH.
           PERFORM SIMPAN-KALENDER.
           IF WS-PESAN = SPACES
               MOVE 'BARIS KALENDER DIHAPUS' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       DAFTAR-JADWAL.
           DISPLAY (2, 3) '===JADWAL TUGAS==='.
           PERFORM MUAT-JADWAL.
           IF WS-JDW-JUMLAH = 0
               DISPLAY (4, 3) 'JADWAL MASIH KOSONG'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (3, 3) 'MGGU KELAS PROG  PAR1 PAR2 DERET'.
           MOVE 4 TO LIN-OUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JDW-JUMLAH
               IF LIN-OUT > 21
                   STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
                   DISPLAY HAPUS-LAYAR
                   DISPLAY LAYAR-RUN-HEADER
                   DISPLAY (2, 3) '===JADWAL TUGAS==='
                   DISPLAY (3, 3) 'MGGU KELAS PROG  PAR1 PAR2 DERET'
                   MOVE 4 TO LIN-OUT
               END-IF
               DISPLAY (LIN-OUT, 3) JDW-ITEM(WS-IDX)
               ADD 1 TO LIN-OUT
           END-PERFORM.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TAMBAH-JADWAL.
           DISPLAY (2, 3) '===TAMBAH/UBAH JADWAL TUGAS==='.
           PERFORM MUAT-SEMUA.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (3, 3) 'MINGGU (0005)        : '.
           ACCEPT ISI-MINGGU.
           DISPLAY (4, 3) 'KELAS (* = SEMUA)    : '.
           ACCEPT ISI-KELAS.
           DISPLAY (5, 3) 'PROGRAM              : '.
           ACCEPT ISI-PROGRAM.
           DISPLAY (6, 3) 'PARAMETER 1          : '.
           ACCEPT ISI-PARAM1.
           DISPLAY (7, 3) 'PARAMETER 2          : '.
           ACCEPT ISI-PARAM2.
           DISPLAY (8, 3) 'KODE DERET (BOLEH KOSONG) : '.
           ACCEPT ISI-DERET.
           INSPECT ISI-KELAS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT ISI-PROGRAM CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT ISI-DERET CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO JDW-CALON.
           MOVE ISI-MINGGU TO JC-MINGGU.
           MOVE ISI-KELAS TO JC-KELAS.
           MOVE ISI-PROGRAM TO JC-PROGRAM.
           MOVE ISI-PARAM1 TO JC-PARAM1.
           MOVE ISI-PARAM2 TO JC-PARAM2.
           MOVE ISI-DERET TO JC-DERET.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JDW-JUMLAH OR WS-POS > 0
               MOVE JDW-ITEM(WS-IDX) TO JDW-LAIN
               IF JL-MINGGU = JC-MINGGU AND JL-KELAS = JC-KELAS
                       AND JL-PROGRAM = JC-PROGRAM
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0 AND WS-JDW-JUMLAH >= WS-MAKS-JADWAL
               MOVE 'JADWAL PENUH (100 BARIS)' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           MOVE WS-POS TO WS-SENDIRI.
           PERFORM CEK-JADWAL.
           IF WS-ALASAN NOT = SPACES
               MOVE WS-ALASAN TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-POS > 0
               DISPLAY (10, 3) 'SEKARANG : ', JDW-ITEM(WS-POS)
               DISPLAY (11, 3) 'GANTI? (Y/T) : '
               ACCEPT ISI-YAKIN
               INSPECT ISI-YAKIN CONVERTING 'y' TO 'Y'
               IF ISI-YAKIN NOT = 'Y'
                   MOVE 'DIBATALKAN' TO WS-PESAN
                   GO TO AKHIR-AKSI
               END-IF
               MOVE JDW-CALON TO JDW-ITEM(WS-POS)
           ELSE
               ADD 1 TO WS-JDW-JUMLAH
               MOVE JDW-CALON TO JDW-ITEM(WS-JDW-JUMLAH)
           END-IF.
           PERFORM SIMPAN-JADWAL.
           IF WS-PESAN = SPACES
               MOVE 'JADWAL DISIMPAN' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       HAPUS-JADWAL.
           DISPLAY (2, 3) '===HAPUS JADWAL TUGAS==='.
           PERFORM MUAT-SEMUA.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (3, 3) 'MINGGU (0005)        : '.
           ACCEPT ISI-MINGGU.
           DISPLAY (4, 3) 'KELAS (* = SEMUA)    : '.
           ACCEPT ISI-KELAS.
           DISPLAY (5, 3) 'PROGRAM              : '.
           ACCEPT ISI-PROGRAM.
           INSPECT ISI-KELAS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT ISI-PROGRAM CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JDW-JUMLAH OR WS-POS > 0
               MOVE JDW-ITEM(WS-IDX) TO JDW-LAIN
               IF JL-MINGGU = ISI-MINGGU AND JL-KELAS = ISI-KELAS
                       AND JL-PROGRAM = ISI-PROGRAM
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               MOVE 'TIDAK ADA DI JADWAL' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (7, 3) JDW-ITEM(WS-POS).
           DISPLAY (9, 3) 'HAPUS? (Y/T) : '.
           ACCEPT ISI-YAKIN.
           INSPECT ISI-YAKIN CONVERTING 'y' TO 'Y'.
           IF ISI-YAKIN NOT = 'Y'
               MOVE 'DIBATALKAN' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-POS BY 1
                   UNTIL WS-IDX >= WS-JDW-JUMLAH
               MOVE JDW-ITEM(WS-IDX + 1) TO JDW-ITEM(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-JDW-JUMLAH.
           PERFORM SIMPAN-JADWAL.
           IF WS-PESAN = SPACES
               MOVE 'JADWAL DIHAPUS' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       LAYAR-PEMERIKSAAN.
           DISPLAY (2, 3) '===PEMERIKSAAN AWAL TERM==='.
           PERFORM BUAT-PEMERIKSAAN.
           DISPLAY (4, 3) 'KALENDER DITOLAK    : ', WS-N-KAL-TOLAK.
           DISPLAY (5, 3) 'JADWAL DITOLAK      : ', WS-N-JDW-TOLAK.
           DISPLAY (6, 3) 'MINGGU TANPA JADWAL : ', WS-N-KOSONG.
           MOVE 'PEMERIKSAAN SELESAI, LIHAT data/KALENDER-CHECK.DAT'
               TO WS-PESAN.
           GO TO AKHIR-AKSI.

       AKHIR-AKSI.
           DISPLAY (13, 3) WS-PESAN.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       KONFIRMASI-GANTI-KAL.
           DISPLAY (8, 3) 'SEKARANG : ', KAL-ITEM(WS-POS).
           DISPLAY (9, 3) 'GANTI? (Y/T) : '.
           ACCEPT ISI-YAKIN.
           INSPECT ISI-YAKIN CONVERTING 'y' TO 'Y'.
           IF ISI-YAKIN NOT = 'Y'
               MOVE 'DIBATALKAN' TO WS-PESAN
           END-IF.

      *> Week line in KAL-CALON against every other week on file
      *> (WS-SENDIRI is its own position, 0 for a new line). The first
      *> fault found comes back in WS-ALASAN; spaces when it is clean.
       CEK-MINGGU.
           MOVE SPACES TO WS-ALASAN.
           IF KC-MINGGU NOT NUMERIC OR KC-MINGGU = '0000'
               MOVE 'MINGGU HARUS 4 ANGKA, MIS. 0005' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           MOVE KC-MULAI TO WS-TGL-UJI.
           PERFORM CEK-TANGGAL.
           IF WS-TGL-SAH = 'N'
               MOVE 'TANGGAL MULAI TIDAK SAH' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           MOVE KC-AKHIR TO WS-TGL-UJI.
           PERFORM CEK-TANGGAL.
           IF WS-TGL-SAH = 'N'
               MOVE 'TANGGAL AKHIR TIDAK SAH' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           IF KC-AKHIR < KC-MULAI
               MOVE 'AKHIR SEBELUM MULAI' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           MOVE KC-CUTOFF TO WS-CUTOFF-UJI.
           MOVE CU-TANGGAL TO WS-TGL-UJI.
           PERFORM CEK-TANGGAL.
           IF WS-TGL-SAH = 'N' OR WS-CUTOFF-UJI NOT NUMERIC
                   OR CU-JAM > 23 OR CU-MENIT > 59 OR CU-DETIK > 59
               MOVE 'CUTOFF TIDAK SAH' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           IF CU-TANGGAL < KC-MULAI
               MOVE 'CUTOFF SEBELUM MINGGU DIBUKA' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-KAL-JUMLAH
                   OR WS-ALASAN NOT = SPACES
               MOVE KAL-ITEM(WS-IDX2) TO KAL-LAIN
               IF KL-TIPE = 'W' AND WS-IDX2 NOT = WS-SENDIRI
                   IF KL-MINGGU = KC-MINGGU
                       STRING 'MINGGU ' DELIMITED BY SIZE
                           KL-MINGGU DELIMITED BY SIZE
                           ' SUDAH ADA DI KALENDER' DELIMITED BY SIZE
                           INTO WS-ALASAN
                   ELSE
                       IF KC-MULAI <= KL-AKHIR
                               AND KC-AKHIR >= KL-MULAI
                           STRING 'BERTUMPANG DENGAN MINGGU '
                                   DELIMITED BY SIZE
                               KL-MINGGU DELIMITED BY SIZE
                               INTO WS-ALASAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Holiday line in KAL-CALON: a real date, inside the term the
      *> week lines span, not listed twice.
       CEK-LIBUR.
           MOVE SPACES TO WS-ALASAN.
           MOVE KC-TANGGAL TO WS-TGL-UJI.
           PERFORM CEK-TANGGAL.
           IF WS-TGL-SAH = 'N'
               MOVE 'TANGGAL LIBUR TIDAK SAH' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM HITUNG-TERM.
           IF WS-TERM-MULAI = SPACES
               MOVE 'KALENDER BELUM ADA MINGGU' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           IF KC-TANGGAL < WS-TERM-MULAI OR KC-TANGGAL > WS-TERM-AKHIR
               STRING 'DI LUAR TERM ' DELIMITED BY SIZE
                   WS-TERM-MULAI DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TERM-AKHIR DELIMITED BY SIZE
                   INTO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-KAL-JUMLAH
               MOVE KAL-ITEM(WS-IDX2) TO KAL-LAIN
               IF KL-TIPE = 'H' AND WS-IDX2 NOT = WS-SENDIRI
                       AND KL-TANGGAL = KC-TANGGAL
                   MOVE 'TANGGAL LIBUR GANDA' TO WS-ALASAN
               END-IF
           END-PERFORM.

      *> Schedule line in JDW-CALON against the calendar, KELAS-REF
      *> (through KELASCHK) and the programs that read the schedule.
       CEK-JADWAL.
           MOVE SPACES TO WS-ALASAN.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-KAL-JUMLAH OR WS-KETEMU = 'Y'
               MOVE KAL-ITEM(WS-IDX2) TO KAL-LAIN
               IF KL-TIPE = 'W' AND KL-MINGGU = JC-MINGGU
                   MOVE 'Y' TO WS-KETEMU
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'N'
               MOVE 'MINGGU TIDAK ADA DI KALENDER' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           IF JC-KELAS NOT = '*    '
               CALL 'KELASCHK' USING JC-KELAS, WS-KELAS-HASIL
               IF WS-KELAS-HASIL = 'R'
                   MOVE 'KELAS SUDAH DIPENSIUNKAN' TO WS-ALASAN
                   EXIT PARAGRAPH
               END-IF
               IF WS-KELAS-HASIL NOT = 'Y'
                   MOVE 'KELAS TIDAK ADA DI KELAS-REF' TO WS-ALASAN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > 5
               IF PROG-KODE(WS-IDX2) = JC-PROGRAM
                   MOVE 'Y' TO WS-KETEMU
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'N'
               MOVE 'PROGRAM TIDAK MEMAKAI JADWAL' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           IF JC-PARAM1 NOT NUMERIC OR JC-PARAM2 NOT NUMERIC
               MOVE 'PARAMETER HARUS 4 ANGKA' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           IF JC-PROGRAM = 'UJIAN'
                   AND (JC-PARAM1-N < 1 OR JC-PARAM1-N > 5)
               MOVE 'UJIAN: JUMLAH SOAL 1-5' TO WS-ALASAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-JDW-JUMLAH
               MOVE JDW-ITEM(WS-IDX2) TO JDW-LAIN
               IF WS-IDX2 NOT = WS-SENDIRI
                       AND JL-MINGGU = JC-MINGGU
                       AND JL-KELAS = JC-KELAS
                       AND JL-PROGRAM = JC-PROGRAM
                   MOVE 'JADWAL GANDA (MINGGU/KELAS/PROGRAM)'
                       TO WS-ALASAN
               END-IF
           END-PERFORM.

       CEK-TANGGAL.
           MOVE 'N' TO WS-TGL-SAH.
           IF WS-TGL-UJI NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGL-UJI TO WS-TGL-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TGL-NUM) = 0
               MOVE 'Y' TO WS-TGL-SAH
           END-IF.

      *> Term = first opening to last closing among the week lines.
       HITUNG-TERM.
           MOVE SPACES TO WS-TERM-MULAI.
           MOVE SPACES TO WS-TERM-AKHIR.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-KAL-JUMLAH
               MOVE KAL-ITEM(WS-IDX2) TO KAL-LAIN
               IF KL-TIPE = 'W'
                   IF WS-TERM-MULAI = SPACES
                           OR KL-MULAI < WS-TERM-MULAI
                       MOVE KL-MULAI TO WS-TERM-MULAI
                   END-IF
                   IF WS-TERM-AKHIR = SPACES
                           OR KL-AKHIR > WS-TERM-AKHIR
                       MOVE KL-AKHIR TO WS-TERM-AKHIR
                   END-IF
               END-IF
           END-PERFORM.

       MUAT-SEMUA.
           PERFORM MUAT-KALENDER.
           PERFORM MUAT-JADWAL.
           IF WS-KAL-BARIS-FILE > 120
               MOVE 'TERM-CALENDAR.DAT LEBIH DARI 120 BARIS' TO WS-PESAN
           END-IF.
           IF WS-JDW-BARIS-FILE > 150
               MOVE 'ASSIGN-SCHED.DAT LEBIH DARI 150 BARIS' TO WS-PESAN
           END-IF.

       MUAT-KALENDER.
           MOVE 0 TO WS-KAL-JUMLAH.
           MOVE 0 TO WS-KAL-BARIS-FILE.
           MOVE 0 TO WS-N-MINGGU.
           MOVE 0 TO WS-N-LIBUR.
           OPEN INPUT TERM-CALENDAR.
           IF WS-TC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ TERM-CALENDAR
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   ADD 1 TO WS-KAL-BARIS-FILE
                   IF WS-KAL-JUMLAH < 120
                       ADD 1 TO WS-KAL-JUMLAH
                       MOVE TERM-CALENDAR-RECORD
                           TO KAL-ITEM(WS-KAL-JUMLAH)
                   END-IF
                   IF TERM-CALENDAR-RECORD(1:1) = 'W'
                       ADD 1 TO WS-N-MINGGU
                   END-IF
                   IF TERM-CALENDAR-RECORD(1:1) = 'H'
                       ADD 1 TO WS-N-LIBUR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TERM-CALENDAR.

       MUAT-JADWAL.
           MOVE 0 TO WS-JDW-JUMLAH.
           MOVE 0 TO WS-JDW-BARIS-FILE.
           OPEN INPUT ASSIGN-SCHED.
           IF WS-AS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ ASSIGN-SCHED
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   ADD 1 TO WS-JDW-BARIS-FILE
                   IF WS-JDW-JUMLAH < 150
                       ADD 1 TO WS-JDW-JUMLAH
                       MOVE ASSIGN-SCHED-RECORD
                           TO JDW-ITEM(WS-JDW-JUMLAH)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ASSIGN-SCHED.

       SIMPAN-KALENDER.
           OPEN OUTPUT TERM-CALENDAR.
           IF WS-TC-STATUS NOT = "00"
               MOVE 'data/TERM-CALENDAR.DAT TIDAK BISA DITULIS'
                   TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH
               MOVE KAL-ITEM(WS-IDX) TO TERM-CALENDAR-RECORD
               WRITE TERM-CALENDAR-RECORD
           END-PERFORM.
           CLOSE TERM-CALENDAR.

       SIMPAN-JADWAL.
           OPEN OUTPUT ASSIGN-SCHED.
           IF WS-AS-STATUS NOT = "00"
               MOVE 'data/ASSIGN-SCHED.DAT TIDAK BISA DITULIS'
                   TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JDW-JUMLAH
               MOVE JDW-ITEM(WS-IDX) TO ASSIGN-SCHED-RECORD
               WRITE ASSIGN-SCHED-RECORD
           END-PERFORM.
           CLOSE ASSIGN-SCHED.

      *> Start-of-term check: every line of both files through the
      *> same checks an entry gets at the screen, plus what only shows
      *> across the whole file - lines past WEEKCAL's and ASNGET's
      *> table limits, and weeks nothing is scheduled in.
       BUAT-PEMERIKSAAN.
           PERFORM MUAT-KALENDER.
           PERFORM MUAT-JADWAL.
           MOVE 0 TO WS-N-KAL-TOLAK WS-N-JDW-TOLAK WS-N-KOSONG.
           OPEN OUTPUT CHECK-REPORT.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING '=== PEMERIKSAAN KALENDER DAN JADWAL - RUN '
                   DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM PERIKSA-KALENDER.
           PERFORM PERIKSA-JADWAL.
           PERFORM PERIKSA-KOSONG.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING 'KALENDER DITOLAK: ' DELIMITED BY SIZE
               WS-N-KAL-TOLAK DELIMITED BY SIZE
               '  JADWAL DITOLAK: ' DELIMITED BY SIZE
               WS-N-JDW-TOLAK DELIMITED BY SIZE
               '  MINGGU TANPA JADWAL: ' DELIMITED BY SIZE
               WS-N-KOSONG DELIMITED BY SIZE
               INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           CLOSE CHECK-REPORT.

       PERIKSA-KALENDER.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE 'KALENDER (TERM-CALENDAR.DAT)' TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           IF WS-TC-STATUS NOT = "00"
               MOVE 'FILE data/TERM-CALENDAR.DAT TIDAK ADA'
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
               ADD 1 TO WS-N-KAL-TOLAK
               EXIT PARAGRAPH
           END-IF.
           PERFORM HITUNG-TERM.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING 'TERM ' DELIMITED BY SIZE
               WS-TERM-MULAI DELIMITED BY SIZE
               ' S/D ' DELIMITED BY SIZE
               WS-TERM-AKHIR DELIMITED BY SIZE
               '  MINGGU: ' DELIMITED BY SIZE
               WS-N-MINGGU DELIMITED BY SIZE
               '  LIBUR: ' DELIMITED BY SIZE
               WS-N-LIBUR DELIMITED BY SIZE
               INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE 0 TO WS-N-MINGGU.
           MOVE 0 TO WS-N-LIBUR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH
               MOVE KAL-ITEM(WS-IDX) TO KAL-CALON
               MOVE WS-IDX TO WS-SENDIRI
               MOVE SPACES TO WS-ALASAN
               EVALUATE KC-TIPE
                   WHEN 'W'
                       ADD 1 TO WS-N-MINGGU
                       PERFORM CEK-MINGGU
                       IF WS-ALASAN = SPACES
                               AND WS-N-MINGGU > WS-MAKS-MINGGU
                           MOVE 'LEWAT 53 MINGGU - DIABAIKAN WEEKCAL'
                               TO WS-ALASAN
                       END-IF
                   WHEN 'H'
                       ADD 1 TO WS-N-LIBUR
                       PERFORM CEK-LIBUR
                       IF WS-ALASAN = SPACES
                               AND WS-N-LIBUR > WS-MAKS-LIBUR
                           MOVE 'LEWAT 30 LIBUR - DIABAIKAN WEEKCAL'
                               TO WS-ALASAN
                       END-IF
                   WHEN OTHER
                       IF KAL-CALON NOT = SPACES
                           MOVE 'BUKAN W/H - DIABAIKAN WEEKCAL'
                               TO WS-ALASAN
                       END-IF
               END-EVALUATE
               IF KAL-CALON NOT = SPACES
                   MOVE SPACES TO CHECK-REPORT-RECORD
                   IF WS-ALASAN = SPACES
                       STRING KAL-CALON DELIMITED BY SIZE
                           ' OK' DELIMITED BY SIZE
                           INTO CHECK-REPORT-RECORD
                   ELSE
                       ADD 1 TO WS-N-KAL-TOLAK
                       STRING KAL-CALON DELIMITED BY SIZE
                           ' DITOLAK ' DELIMITED BY SIZE
                           WS-ALASAN DELIMITED BY SIZE
                           INTO CHECK-REPORT-RECORD
                   END-IF
                   WRITE CHECK-REPORT-RECORD
               END-IF
           END-PERFORM.

       PERIKSA-JADWAL.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE 'JADWAL (ASSIGN-SCHED.DAT)' TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           IF WS-AS-STATUS NOT = "00"
               MOVE 'FILE data/ASSIGN-SCHED.DAT TIDAK ADA'
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'MGGU KELAS PROG  PAR1 PAR2 DERET'
               TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JDW-JUMLAH
               MOVE JDW-ITEM(WS-IDX) TO JDW-CALON
               MOVE WS-IDX TO WS-SENDIRI
               IF JC-MINGGU NOT = SPACES
                   PERFORM CEK-JADWAL
                   IF WS-ALASAN = SPACES
                           AND WS-IDX > WS-MAKS-JADWAL
                       MOVE 'LEWAT 100 BARIS - DIABAIKAN ASNGET'
                           TO WS-ALASAN
                   END-IF
                   MOVE SPACES TO CHECK-REPORT-RECORD
                   IF WS-ALASAN = SPACES
                       STRING JDW-CALON(1:33) DELIMITED BY SIZE
                           ' OK' DELIMITED BY SIZE
                           INTO CHECK-REPORT-RECORD
                   ELSE
                       ADD 1 TO WS-N-JDW-TOLAK
                       STRING JDW-CALON(1:33) DELIMITED BY SIZE
                           ' DITOLAK ' DELIMITED BY SIZE
                           WS-ALASAN DELIMITED BY SIZE
                           INTO CHECK-REPORT-RECORD
                   END-IF
                   WRITE CHECK-REPORT-RECORD
               END-IF
           END-PERFORM.

      *> Not an error - a week may be a quiz week with nothing
      *> scheduled - but worth a look before the term starts.
       PERIKSA-KOSONG.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE 'MINGGU KALENDER TANPA JADWAL' TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAL-JUMLAH
               MOVE KAL-ITEM(WS-IDX) TO KAL-CALON
               IF KC-TIPE = 'W'
                   MOVE 'N' TO WS-KETEMU
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-JDW-JUMLAH
                           OR WS-KETEMU = 'Y'
                       MOVE JDW-ITEM(WS-IDX2) TO JDW-LAIN
                       IF JL-MINGGU = KC-MINGGU
                           MOVE 'Y' TO WS-KETEMU
                       END-IF
                   END-PERFORM
                   IF WS-KETEMU = 'N'
                       ADD 1 TO WS-N-KOSONG
                       MOVE SPACES TO CHECK-REPORT-RECORD
                       STRING 'MINGGU ' DELIMITED BY SIZE
                           KC-MINGGU DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           KC-MULAI DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           KC-AKHIR DELIMITED BY SIZE
                           INTO CHECK-REPORT-RECORD
                       WRITE CHECK-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       SETUP-HEADER.
           MOVE 'KALMNT' TO WS-PROGRAM-NAME.
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
           PERFORM WITH TEST AFTER UNTIL OPERATOR-SAH
               IF WS-OPERATOR = SPACES
                   DISPLAY (1, 2) 'Operator: '
                   ACCEPT WS-OPERATOR
               END-IF
               MOVE 2 TO WS-OPR-LEVEL-PERLU
               CALL 'OPRCHK' USING WS-OPERATOR,
                   WS-OPR-LEVEL-PERLU, WS-OPR-HASIL
               IF NOT OPERATOR-SAH
                   DISPLAY (1, 2) 'OPERATOR TIDAK SAH: '
                   MOVE SPACES TO WS-OPERATOR
               END-IF
           END-PERFORM.
           ACCEPT WS-LAB-WEEK FROM ENVIRONMENT 'LABWEEK'
               ON EXCEPTION MOVE SPACES TO WS-LAB-WEEK
           END-ACCEPT.
           IF WS-LAB-WEEK = SPACES
               DISPLAY (2, 2) 'Minggu Lab: '
               ACCEPT WS-LAB-WEEK
           END-IF.

       SELESAI.
           STOP RUN.
