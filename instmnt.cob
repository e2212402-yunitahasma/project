      *> Instructor master maintenance and the per-term assignment of
      *> each KELAS-REF kelas to its instructor, so "whose packet is
      *> 2IA18's" is on file instead of in the desk's heads. PACKET,
      *> GRADECALC's grade sheet and DISTMGR's pickup log name the
      *> instructor through INSTGET.
      *>   data/INSTMAST.DAT      instructor master (INSTMAST.cpy)
      *>   data/KELAS-DOSEN.DAT   term+kelas -> instructor (KLSDOSEN)
      *> Run with PERIKSA [term] (no screen, no sign-on) ahead of the
      *> packet runs to list every active kelas with no instructor -
      *> or one whose instructor has since been deactivated - in
      *> data/INSTRUKTUR-KOSONG.DAT. The term defaults to LABTERM,
      *> then to the latest term on the assignment file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUKTUR ASSIGN TO "data/INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KODE
               FILE STATUS IS WS-IM-STATUS.
           SELECT KELAS-DOSEN ASSIGN TO "data/KELAS-DOSEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KEY
               FILE STATUS IS WS-KD-STATUS.
           SELECT KELAS-REF ASSIGN TO "data/KELAS-REF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-KELAS
               FILE STATUS IS WS-KR-STATUS.
           SELECT KOSONG-RPT ASSIGN TO "data/INSTRUKTUR-KOSONG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUKTUR.
           COPY INSTMAST.
       FD KELAS-DOSEN.
           COPY KLSDOSEN.
       FD KELAS-REF.
           COPY KELASREF.
       FD KOSONG-RPT.
       01 KOSONG-RPT-RECORD PIC X(80).
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
           01 WS-IM-STATUS PIC XX.
           01 WS-KD-STATUS PIC XX.
           01 WS-KR-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'INSTMNT'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
           01 WS-CLI-ARG PIC X(20).
           01 WS-KELAS-HASIL PIC X.
               88 KELAS-SAH VALUE 'Y'.
       01 PILIH PIC 9.
       01 ISI-KODE PIC X(6).
       01 ISI-NAMA PIC X(30).
       01 ISI-KONTAK PIC X(30).
       01 ISI-TERM PIC X(6).
       01 ISI-KELAS PIC X(5).
       01 WS-TERM PIC X(6).
       01 WS-KODE-LAMA PIC X(6).
       01 WS-TODAY PIC X(8).
       01 WS-KOSONG-CNT PIC 9(3) VALUE 0.
       01 WS-KELAS-CNT PIC 9(3) VALUE 0.
       01 WS-CATATAN PIC X(30).
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'INSTRUKTUR DAN PENUGASAN KELAS'.
           02 LINE 4 COLUMN 20 VALUE '1). DAFTAR INSTRUKTUR'.
           02 LINE 5 COLUMN 20 VALUE '2). TAMBAH INSTRUKTUR'.
           02 LINE 6 COLUMN 20 VALUE '3). NONAKTIFKAN INSTRUKTUR'.
           02 LINE 7 COLUMN 20 VALUE '4). AKTIFKAN KEMBALI'.
           02 LINE 8 COLUMN 20 VALUE '5). TETAPKAN INSTRUKTUR KELAS'.
           02 LINE 9 COLUMN 20 VALUE '6). DAFTAR PENUGASAN TERM'.
           02 LINE 10 COLUMN 20 VALUE '7). KELAS TANPA INSTRUKTUR'.
           02 LINE 11 COLUMN 20 VALUE '8). SELESAI/KELUAR'.
           02 LINE 13 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:7) = 'PERIKSA'
               MOVE WS-CLI-ARG(9:6) TO WS-TERM
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM BUKA-FILE
               PERFORM PERIKSA-KOSONG
               DISPLAY 'KELAS AKTIF      : ' WS-KELAS-CNT
               DISPLAY 'TANPA INSTRUKTUR : ' WS-KOSONG-CNT
               DISPLAY 'LAPORAN SELESAI, LIHAT '
                   'data/INSTRUKTUR-KOSONG.DAT'
               GO TO SELESAI
           END-IF.
           IF WS-HEADER-DONE = 'N'
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.
           PERFORM BUKA-FILE.
       MENU-UTAMA.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY LAYAR-MENU.
           ACCEPT PILIH.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           IF PILIH = 1 GO TO DAFTAR-INSTRUKTUR.
           IF PILIH = 2 GO TO TAMBAH-INSTRUKTUR.
           IF PILIH = 3 GO TO NONAKTIF-INSTRUKTUR.
           IF PILIH = 4 GO TO AKTIFKAN-INSTRUKTUR.
           IF PILIH = 5 GO TO TETAPKAN-KELAS.
           IF PILIH = 6 GO TO DAFTAR-PENUGASAN.
           IF PILIH = 7 GO TO LAYAR-KOSONG.
           IF PILIH = 8 GO TO SELESAI.
           GO TO MENU-UTAMA.

       DAFTAR-INSTRUKTUR.
           DISPLAY (2, 3) '===DAFTAR INSTRUKTUR==='.
           MOVE LOW-VALUES TO IM-KODE.
           START INSTRUKTUR KEY NOT < IM-KODE
               INVALID KEY MOVE "23" TO WS-IM-STATUS
           END-START.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY (4, 3) 'BELUM ADA INSTRUKTUR TERDAFTAR'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE 4 TO LIN-OUT.
           PERFORM UNTIL HABIS OR LIN-OUT > 19
               READ INSTRUKTUR NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF IM-AKTIF
                       DISPLAY (LIN-OUT, 3) IM-KODE, ' AKTIF    ',
                           IM-NAMA, ' ', IM-KONTAK(1:20)
                   ELSE
                       DISPLAY (LIN-OUT, 3) IM-KODE, ' NONAKTIF ',
                           IM-NAMA, ' ', IM-KONTAK(1:20)
                   END-IF
                   ADD 1 TO LIN-OUT
               END-IF
           END-PERFORM.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TAMBAH-INSTRUKTUR.
           DISPLAY (2, 3) '===TAMBAH INSTRUKTUR==='.
           PERFORM WITH TEST AFTER UNTIL ISI-KODE NOT = SPACES
               DISPLAY (3, 3) 'KODE INSTRUKTUR : '
               ACCEPT ISI-KODE
               IF ISI-KODE = SPACES
                   MOVE ISI-KODE TO WS-LOG-VALUE
                   MOVE 'IM-KODE' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL ISI-NAMA NOT = SPACES
               DISPLAY (4, 3) 'NAMA            : '
               ACCEPT ISI-NAMA
           END-PERFORM.
           DISPLAY (5, 3) 'KONTAK          : '.
           ACCEPT ISI-KONTAK.
           MOVE ISI-KODE TO IM-KODE.
           MOVE ISI-NAMA TO IM-NAMA.
           MOVE 'A' TO IM-STATUS.
           MOVE ISI-KONTAK TO IM-KONTAK.
           WRITE INSTRUKTUR-RECORD
               INVALID KEY DISPLAY (7, 3) 'INSTRUKTUR SUDAH TERDAFTAR'
           END-WRITE.
           IF WS-IM-STATUS = "00"
               DISPLAY (7, 3) 'INSTRUKTUR DITAMBAHKAN'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       NONAKTIF-INSTRUKTUR.
           DISPLAY (2, 3) '===NONAKTIFKAN INSTRUKTUR==='.
           PERFORM UBAH-STATUS-INSTRUKTUR.
           GO TO MENU-UTAMA.

       AKTIFKAN-INSTRUKTUR.
           DISPLAY (2, 3) '===AKTIFKAN INSTRUKTUR==='.
           PERFORM UBAH-STATUS-INSTRUKTUR.
           GO TO MENU-UTAMA.

       UBAH-STATUS-INSTRUKTUR.
           DISPLAY (3, 3) 'KODE INSTRUKTUR : '.
           ACCEPT ISI-KODE.
           MOVE ISI-KODE TO IM-KODE.
           READ INSTRUKTUR
               INVALID KEY MOVE "23" TO WS-IM-STATUS
           END-READ.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY (5, 3) 'INSTRUKTUR TIDAK DITEMUKAN'
           ELSE
               DISPLAY (4, 3) IM-NAMA
               IF PILIH = 3
                   MOVE 'N' TO IM-STATUS
               ELSE
                   MOVE 'A' TO IM-STATUS
               END-IF
               REWRITE INSTRUKTUR-RECORD
                   INVALID KEY DISPLAY (5, 3) 'GAGAL REWRITE'
               END-REWRITE
               IF WS-IM-STATUS = "00"
                   IF PILIH = 3
                       DISPLAY (5, 3) 'INSTRUKTUR DINONAKTIFKAN'
                       DISPLAY (6, 3) 'KELASNYA TAMPIL DI PERIKSA'
                   ELSE
                       DISPLAY (5, 3) 'INSTRUKTUR DIAKTIFKAN'
                   END-IF
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.

      *> A kelas must be active on KELAS-REF and the instructor
      *> active on the master; a second assignment for the same term
      *> replaces the first and says whom it replaced.
       TETAPKAN-KELAS.
           DISPLAY (2, 3) '===TETAPKAN INSTRUKTUR KELAS==='.
           PERFORM TANYA-TERM.
           IF ISI-TERM = SPACES
               DISPLAY (8, 3) 'DIBATALKAN - TERM KOSONG'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (4, 3) 'KELAS           : '.
           ACCEPT ISI-KELAS.
           CALL 'KELASCHK' USING ISI-KELAS, WS-KELAS-HASIL.
           IF NOT KELAS-SAH OR ISI-KELAS = SPACES
               DISPLAY (8, 3) 'KELAS TIDAK AKTIF/TIDAK TERDAFTAR'
               MOVE ISI-KELAS TO WS-LOG-VALUE
               MOVE 'KELAS' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (5, 3) 'KODE INSTRUKTUR : '.
           ACCEPT ISI-KODE.
           MOVE ISI-KODE TO IM-KODE.
           READ INSTRUKTUR
               INVALID KEY MOVE "23" TO WS-IM-STATUS
           END-READ.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY (8, 3) 'INSTRUKTUR TIDAK DITEMUKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF NOT IM-AKTIF
               DISPLAY (8, 3) 'INSTRUKTUR TIDAK AKTIF'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (6, 3) IM-NAMA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ISI-TERM TO KD-TERM.
           MOVE ISI-KELAS TO KD-KELAS.
           READ KELAS-DOSEN
               INVALID KEY MOVE "23" TO WS-KD-STATUS
           END-READ.
           IF WS-KD-STATUS = "00"
               MOVE KD-KODE-DOSEN TO WS-KODE-LAMA
               MOVE ISI-KODE TO KD-KODE-DOSEN
               MOVE WS-TODAY TO KD-TGL-TETAP
               MOVE WS-OPERATOR TO KD-OPERATOR
               REWRITE KELAS-DOSEN-RECORD
                   INVALID KEY DISPLAY (8, 3) 'GAGAL REWRITE'
               END-REWRITE
               IF WS-KD-STATUS = "00"
                   DISPLAY (8, 3) 'PENUGASAN DIGANTI, SEBELUMNYA ',
                       WS-KODE-LAMA
               END-IF
           ELSE
               MOVE ISI-TERM TO KD-TERM
               MOVE ISI-KELAS TO KD-KELAS
               MOVE ISI-KODE TO KD-KODE-DOSEN
               MOVE WS-TODAY TO KD-TGL-TETAP
               MOVE WS-OPERATOR TO KD-OPERATOR
               WRITE KELAS-DOSEN-RECORD
                   INVALID KEY DISPLAY (8, 3) 'GAGAL SIMPAN'
               END-WRITE
               IF WS-KD-STATUS = "00"
                   DISPLAY (8, 3) 'PENUGASAN DISIMPAN'
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       DAFTAR-PENUGASAN.
           DISPLAY (2, 3) '===DAFTAR PENUGASAN TERM==='.
           PERFORM TANYA-TERM.
           MOVE ISI-TERM TO KD-TERM.
           MOVE LOW-VALUES TO KD-KELAS.
           START KELAS-DOSEN KEY NOT < KD-KEY
               INVALID KEY MOVE "23" TO WS-KD-STATUS
           END-START.
           MOVE 'N' TO EOF-FLAG.
           IF WS-KD-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF.
           MOVE 5 TO LIN-OUT.
           PERFORM UNTIL HABIS OR LIN-OUT > 19
               READ KELAS-DOSEN NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF KD-TERM NOT = ISI-TERM
                       MOVE 'Y' TO EOF-FLAG
                   ELSE
                       PERFORM CARI-NAMA-INSTRUKTUR
                       DISPLAY (LIN-OUT, 3) KD-KELAS, ' ',
                           KD-KODE-DOSEN, ' ', IM-NAMA, ' ',
                           KD-TGL-TETAP
                       ADD 1 TO LIN-OUT
                   END-IF
               END-IF
           END-PERFORM.
           IF LIN-OUT = 5
               DISPLAY (5, 3) 'BELUM ADA PENUGASAN UNTUK TERM INI'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       LAYAR-KOSONG.
           DISPLAY (2, 3) '===KELAS TANPA INSTRUKTUR==='.
           PERFORM TANYA-TERM.
           MOVE ISI-TERM TO WS-TERM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM PERIKSA-KOSONG.
           DISPLAY (5, 3) 'TERM             : ', WS-TERM.
           DISPLAY (6, 3) 'KELAS AKTIF      : ', WS-KELAS-CNT.
           DISPLAY (7, 3) 'TANPA INSTRUKTUR : ', WS-KOSONG-CNT.
           DISPLAY (9, 3) 'RINCIAN DI data/INSTRUKTUR-KOSONG.DAT'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TANYA-TERM.
           MOVE SPACES TO ISI-TERM.
           ACCEPT ISI-TERM FROM ENVIRONMENT 'LABTERM'
               ON EXCEPTION MOVE SPACES TO ISI-TERM
           END-ACCEPT.
           DISPLAY (3, 3) 'TERM (MIS. 2025-1) [', ISI-TERM, '] : '.
           ACCEPT WS-TERM.
           IF WS-TERM NOT = SPACES
               MOVE WS-TERM TO ISI-TERM
           END-IF.

       CARI-NAMA-INSTRUKTUR.
           MOVE KD-KODE-DOSEN TO IM-KODE.
           READ INSTRUKTUR
               INVALID KEY MOVE "23" TO WS-IM-STATUS
           END-READ.
           IF WS-IM-STATUS NOT = "00"
               MOVE '(TIDAK ADA DI MASTER)' TO IM-NAMA
               MOVE 'N' TO IM-STATUS
           END-IF.

      *> Walks every active kelas on KELAS-REF and looks up its
      *> assignment for WS-TERM; no term given means the latest term
      *> on the assignment file.
       PERIKSA-KOSONG.
           MOVE 0 TO WS-KOSONG-CNT.
           MOVE 0 TO WS-KELAS-CNT.
           IF WS-TERM = SPACES
               ACCEPT WS-TERM FROM ENVIRONMENT 'LABTERM'
                   ON EXCEPTION MOVE SPACES TO WS-TERM
               END-ACCEPT
           END-IF.
           IF WS-TERM = SPACES
               PERFORM CARI-TERM-TERAKHIR
           END-IF.
           OPEN OUTPUT KOSONG-RPT.
           MOVE SPACES TO KOSONG-RPT-RECORD.
           STRING '=== KELAS TANPA INSTRUKTUR TERM ' DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO KOSONG-RPT-RECORD.
           WRITE KOSONG-RPT-RECORD.
           OPEN INPUT KELAS-REF.
           IF WS-KR-STATUS NOT = "00"
               MOVE 'data/KELAS-REF.DAT TIDAK ADA - TIDAK DICEK'
                   TO KOSONG-RPT-RECORD
               WRITE KOSONG-RPT-RECORD
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ KELAS-REF NEXT
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND KR-AKTIF
                       ADD 1 TO WS-KELAS-CNT
                       PERFORM PERIKSA-SATU-KELAS
                   END-IF
               END-PERFORM
               CLOSE KELAS-REF
           END-IF.
           IF WS-KOSONG-CNT = 0
               MOVE '(SEMUA KELAS AKTIF SUDAH BERINSTRUKTUR)'
                   TO KOSONG-RPT-RECORD
               WRITE KOSONG-RPT-RECORD
           END-IF.
           CLOSE KOSONG-RPT.

       PERIKSA-SATU-KELAS.
           MOVE SPACES TO WS-CATATAN.
           MOVE WS-TERM TO KD-TERM.
           MOVE KR-KELAS TO KD-KELAS.
           READ KELAS-DOSEN
               INVALID KEY MOVE "23" TO WS-KD-STATUS
           END-READ.
           IF WS-KD-STATUS NOT = "00"
               MOVE SPACES TO KD-KODE-DOSEN
               MOVE 'BELUM ADA INSTRUKTUR' TO WS-CATATAN
           ELSE
               PERFORM CARI-NAMA-INSTRUKTUR
               IF NOT IM-AKTIF
                   MOVE 'INSTRUKTUR TIDAK AKTIF' TO WS-CATATAN
               END-IF
           END-IF.
           IF WS-CATATAN NOT = SPACES
               ADD 1 TO WS-KOSONG-CNT
               MOVE SPACES TO KOSONG-RPT-RECORD
               STRING '  ' DELIMITED BY SIZE
                   KR-KELAS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   KR-KETERANGAN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   KD-KODE-DOSEN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CATATAN DELIMITED BY SIZE
                   INTO KOSONG-RPT-RECORD
               WRITE KOSONG-RPT-RECORD
           END-IF.

       CARI-TERM-TERAKHIR.
           MOVE LOW-VALUES TO KD-KEY.
           START KELAS-DOSEN KEY NOT < KD-KEY
               INVALID KEY MOVE "23" TO WS-KD-STATUS
           END-START.
           IF WS-KD-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ KELAS-DOSEN NEXT
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       MOVE KD-TERM TO WS-TERM
                   END-IF
               END-PERFORM
           END-IF.

      *> Instructor administration is a senior function once the
      *> master exists, the same gate as station administration.
       SETUP-HEADER.
           MOVE 'INSTMNT' TO WS-PROGRAM-NAME.
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
               MOVE 1 TO WS-OPR-LEVEL-PERLU
               CALL 'OPRCHK' USING WS-OPERATOR, WS-OPR-LEVEL-PERLU,
                   WS-OPR-HASIL
               IF NOT OPERATOR-SAH
                   DISPLAY (2, 2) 'HANYA OPERATOR SENIOR TERDAFTAR'
                   MOVE 'AKSES-TOLAK' TO WS-SEC-EVENT
                   MOVE 'ADMIN INSTRUKTUR' TO WS-SEC-DETAIL
                   CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                       WS-OPERATOR, WS-SEC-DETAIL
                   MOVE SPACES TO WS-OPERATOR
               END-IF
           END-PERFORM.
           IF WS-OPR-DIKETIK = 'Y'
               PERFORM VERIFIKASI-SANDI
           END-IF.
           ACCEPT WS-LAB-WEEK FROM ENVIRONMENT 'LABWEEK'
               ON EXCEPTION MOVE SPACES TO WS-LAB-WEEK
           END-ACCEPT.

       BUKA-FILE.
           OPEN I-O INSTRUKTUR.
           IF WS-IM-STATUS = "35"
               OPEN OUTPUT INSTRUKTUR
               CLOSE INSTRUKTUR
               OPEN I-O INSTRUKTUR
           END-IF.
           OPEN I-O KELAS-DOSEN.
           IF WS-KD-STATUS = "35"
               OPEN OUTPUT KELAS-DOSEN
               CLOSE KELAS-DOSEN
               OPEN I-O KELAS-DOSEN
           END-IF.

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
           CLOSE INSTRUKTUR.
           CLOSE KELAS-DOSEN.
           STOP RUN.
