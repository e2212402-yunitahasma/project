      *> Instructor comments per student and lab week at the desk:
      *> what an instructor noticed about a student's lab work ("helped
      *> neighbour", "excellent composite figure") goes on file with
      *> the instructor as author and the date, instead of staying in
      *> a notebook. Only NPMs on the student master are taken. A
      *> comment marked for the student shows on KIOSK; every comment
      *> prints in STUTRANS's transcript and in PACKET.
      *>   data/KOMENTAR.DAT   comment file (KOMEN.cpy)
      *> Run with MUAT (no screen, no sign-on) to load the
      *> instructors' comments in bulk from data/KOMENTAR-MASUK.DAT,
      *> one per line:
      *>   <npm> <minggu> <penulis> <Y/T> <komentar>
      *>   e.g. 50412345 0005 DSN01      Y HELPED NEIGHBOUR
      *> Lines refused (NPM not on the master, no week, no author or
      *> no text) are listed in data/KOMENTAR-MUAT.DAT with the
      *> reason; a comment already on file for the NPM and week from
      *> the same author is not loaded twice, so a file can be run
      *> again after it is corrected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KOMENMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOMENTAR-FILE ASSIGN TO "data/KOMENTAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NPM
               FILE STATUS IS WS-SM-STATUS.
           SELECT KOMENTAR-MASUK ASSIGN TO "data/KOMENTAR-MASUK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.
           SELECT MUAT-RPT ASSIGN TO "data/KOMENTAR-MUAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KOMENTAR-FILE.
           COPY KOMEN.
       FD STUDENT-MASTER.
           COPY STUMAST.
       FD KOMENTAR-MASUK.
       01 KOMENTAR-MASUK-RECORD.
           05 KI-NPM PIC X(8).
           05 FILLER PIC X.
           05 KI-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 KI-PENULIS PIC X(10).
           05 FILLER PIC X.
           05 KI-LIHAT PIC X.
           05 FILLER PIC X.
           05 KI-TEKS PIC X(60).
       FD MUAT-RPT.
       01 MUAT-RPT-RECORD PIC X(120).
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
           01 WS-KM-STATUS PIC XX.
           01 WS-SM-STATUS PIC XX.
           01 WS-MS-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-MASTER-ADA PIC X VALUE 'N'.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'KOMENMNT'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
           01 WS-CLI-ARG PIC X(20).
       01 PILIH PIC 9.
       01 ISI-NPM PIC X(8).
       01 ISI-MINGGU PIC X(4).
       01 ISI-PENULIS PIC X(10).
       01 ISI-TEKS PIC X(60).
       01 ISI-LIHAT PIC X.
       01 ISI-NO PIC XX.
       01 ISI-YAKIN PIC X.
       01 WS-TODAY PIC X(8).
       01 WS-NO-AKHIR PIC 99.
       01 WS-GANDA PIC X.
       01 WS-ALASAN PIC X(30).
       01 WS-MUAT-CNT PIC 9(5) VALUE 0.
       01 WS-TOLAK-CNT PIC 9(5) VALUE 0.
       01 WS-GANDA-CNT PIC 9(5) VALUE 0.
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'KOMENTAR INSTRUKTUR'.
           02 LINE 4 COLUMN 20 VALUE '1). LIHAT KOMENTAR'.
           02 LINE 5 COLUMN 20 VALUE '2). TAMBAH KOMENTAR'.
           02 LINE 6 COLUMN 20 VALUE '3). HAPUS KOMENTAR'.
           02 LINE 7 COLUMN 20 VALUE '4). SELESAI/KELUAR'.
           02 LINE 9 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:4) = 'MUAT'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM BUKA-FILE
               PERFORM MUAT-MASSAL
               DISPLAY 'KOMENTAR DIMUAT  : ' WS-MUAT-CNT
               DISPLAY 'SUDAH ADA        : ' WS-GANDA-CNT
               DISPLAY 'DITOLAK          : ' WS-TOLAK-CNT
               DISPLAY 'LAPORAN SELESAI, LIHAT data/KOMENTAR-MUAT.DAT'
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
           IF PILIH = 1 GO TO LIHAT-KOMENTAR.
           IF PILIH = 2 GO TO TAMBAH-KOMENTAR.
           IF PILIH = 3 GO TO HAPUS-KOMENTAR.
           IF PILIH = 4 GO TO SELESAI.
           GO TO MENU-UTAMA.

      *> Two lines per comment, the student's weeks in order.
       LIHAT-KOMENTAR.
           DISPLAY (2, 3) '===LIHAT KOMENTAR==='.
           PERFORM TANYA-NPM.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 6 TO LIN-OUT.
           MOVE ISI-NPM TO KM-NPM.
           MOVE SPACES TO KM-MINGGU.
           MOVE 0 TO KM-NO.
           PERFORM MULAI-BACA.
           PERFORM UNTIL HABIS
               READ KOMENTAR-FILE NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF KM-NPM NOT = ISI-NPM
                       MOVE 'Y' TO EOF-FLAG
                   ELSE
                       IF LIN-OUT > 19
                           DISPLAY (LIN-OUT, 3) '... DAN SETERUSNYA'
                           MOVE 'Y' TO EOF-FLAG
                       ELSE
                           PERFORM TAMPIL-SATU-KOMENTAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LIN-OUT = 6
               DISPLAY (6, 3) 'BELUM ADA KOMENTAR'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TAMPIL-SATU-KOMENTAR.
           IF KM-UNTUK-MAHASISWA
               DISPLAY (LIN-OUT, 3) 'MGGU ', KM-MINGGU, ' NO ', KM-NO,
                   '  ', KM-TGL, '  ', KM-PENULIS, '  (MAHASISWA)'
           ELSE
               DISPLAY (LIN-OUT, 3) 'MGGU ', KM-MINGGU, ' NO ', KM-NO,
                   '  ', KM-TGL, '  ', KM-PENULIS
           END-IF.
           ADD 1 TO LIN-OUT.
           DISPLAY (LIN-OUT, 6) KM-TEKS.
           ADD 1 TO LIN-OUT.

       TAMBAH-KOMENTAR.
           DISPLAY (2, 3) '===TAMBAH KOMENTAR==='.
           PERFORM TANYA-NPM.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM TANYA-MINGGU.
           DISPLAY (7, 3) 'PENULIS [', WS-OPERATOR, '] : '.
           MOVE SPACES TO ISI-PENULIS.
           ACCEPT ISI-PENULIS.
           IF ISI-PENULIS = SPACES
               MOVE WS-OPERATOR TO ISI-PENULIS
           END-IF.
           MOVE SPACES TO ISI-TEKS.
           PERFORM UNTIL ISI-TEKS NOT = SPACES
               DISPLAY (8, 3) 'KOMENTAR : '
               ACCEPT ISI-TEKS
           END-PERFORM.
           MOVE SPACE TO ISI-LIHAT.
           PERFORM UNTIL ISI-LIHAT = 'Y' OR ISI-LIHAT = 'T'
               DISPLAY (9, 3) 'TAMPIL UNTUK MAHASISWA (Y/T) : '
               ACCEPT ISI-LIHAT
               IF ISI-LIHAT = 'y'
                   MOVE 'Y' TO ISI-LIHAT
               END-IF
               IF ISI-LIHAT = 't'
                   MOVE 'T' TO ISI-LIHAT
               END-IF
               IF ISI-LIHAT NOT = 'Y' AND ISI-LIHAT NOT = 'T'
                   MOVE ISI-LIHAT TO WS-LOG-VALUE
                   MOVE 'TAMPIL' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CARI-NOMOR.
           IF WS-NO-AKHIR = 99
               DISPLAY (11, 3) 'SUDAH 99 KOMENTAR MINGGU INI'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM TULIS-KOMENTAR.
           IF WS-KM-STATUS = "00"
               DISPLAY (11, 3) 'KOMENTAR DISIMPAN SEBAGAI NO ', KM-NO
           ELSE
               DISPLAY (11, 3) 'GAGAL SIMPAN'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       HAPUS-KOMENTAR.
           DISPLAY (2, 3) '===HAPUS KOMENTAR==='.
           PERFORM TANYA-NPM.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM TANYA-MINGGU.
           DISPLAY (7, 3) 'NO KOMENTAR : '.
           MOVE SPACES TO ISI-NO.
           ACCEPT ISI-NO.
           IF NOT ISI-NO NUMERIC
               MOVE ISI-NO TO WS-LOG-VALUE
               MOVE 'NO KOMENTAR' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
               DISPLAY (9, 3) 'NO HARUS ANGKA 2 DIGIT'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE ISI-NPM TO KM-NPM.
           MOVE ISI-MINGGU TO KM-MINGGU.
           MOVE ISI-NO TO KM-NO.
           READ KOMENTAR-FILE
               INVALID KEY MOVE "23" TO WS-KM-STATUS
           END-READ.
           IF WS-KM-STATUS NOT = "00"
               DISPLAY (9, 3) 'KOMENTAR TIDAK ADA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (9, 3) KM-TGL, '  ', KM-PENULIS.
           DISPLAY (10, 3) KM-TEKS.
           DISPLAY (12, 3) 'HAPUS KOMENTAR INI (Y/T) : '.
           ACCEPT ISI-YAKIN.
           IF ISI-YAKIN = 'Y' OR ISI-YAKIN = 'y'
               DELETE KOMENTAR-FILE
                   INVALID KEY DISPLAY (14, 3) 'GAGAL HAPUS'
               END-DELETE
               IF WS-KM-STATUS = "00"
                   DISPLAY (14, 3) 'KOMENTAR DIHAPUS'
               END-IF
           ELSE
               DISPLAY (14, 3) 'DIBATALKAN'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> The NPM must be on the master (a master that cannot be
      *> opened refuses everything).
       TANYA-NPM.
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
           PERFORM CARI-MASTER.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY (5, 3) 'NPM TIDAK ADA DI MASTER'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY (4, 3) SM-NAMA, ' ', SM-KELAS.

      *> A blank answer takes the session's lab week.
       TANYA-MINGGU.
           MOVE SPACES TO ISI-MINGGU.
           PERFORM UNTIL ISI-MINGGU NOT = SPACES
               DISPLAY (6, 3) 'MINGGU LAB [', WS-LAB-WEEK, '] : '
               ACCEPT ISI-MINGGU
               IF ISI-MINGGU = SPACES
                   MOVE WS-LAB-WEEK TO ISI-MINGGU
               END-IF
           END-PERFORM.

       CARI-MASTER.
           MOVE "23" TO WS-SM-STATUS.
           IF WS-MASTER-ADA = 'Y'
               MOVE ISI-NPM TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY MOVE "23" TO WS-SM-STATUS
               END-READ
           END-IF.

      *> Positions on the first comment at or after KM-KEY; EOF-FLAG
      *> is set when there is none.
       MULAI-BACA.
           START KOMENTAR-FILE KEY NOT < KM-KEY
               INVALID KEY MOVE "23" TO WS-KM-STATUS
           END-START.
           IF WS-KM-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
           ELSE
               MOVE 'Y' TO EOF-FLAG
           END-IF.

      *> Highest number used for ISI-NPM and ISI-MINGGU so far, and
      *> whether ISI-PENULIS already wrote ISI-TEKS there.
       CARI-NOMOR.
           MOVE 0 TO WS-NO-AKHIR.
           MOVE 'N' TO WS-GANDA.
           MOVE ISI-NPM TO KM-NPM.
           MOVE ISI-MINGGU TO KM-MINGGU.
           MOVE 0 TO KM-NO.
           PERFORM MULAI-BACA.
           PERFORM UNTIL HABIS
               READ KOMENTAR-FILE NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF KM-NPM NOT = ISI-NPM
                           OR KM-MINGGU NOT = ISI-MINGGU
                       MOVE 'Y' TO EOF-FLAG
                   ELSE
                       MOVE KM-NO TO WS-NO-AKHIR
                       IF KM-PENULIS = ISI-PENULIS
                               AND KM-TEKS = ISI-TEKS
                           MOVE 'Y' TO WS-GANDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TULIS-KOMENTAR.
           MOVE SPACES TO KOMENTAR-RECORD.
           MOVE ISI-NPM TO KM-NPM.
           MOVE ISI-MINGGU TO KM-MINGGU.
           COMPUTE KM-NO = WS-NO-AKHIR + 1.
           MOVE WS-TODAY TO KM-TGL.
           MOVE ISI-PENULIS TO KM-PENULIS.
           MOVE ISI-LIHAT TO KM-LIHAT.
           MOVE ISI-TEKS TO KM-TEKS.
           WRITE KOMENTAR-RECORD
               INVALID KEY MOVE "22" TO WS-KM-STATUS
           END-WRITE.

       MUAT-MASSAL.
           OPEN OUTPUT MUAT-RPT.
           MOVE SPACES TO MUAT-RPT-RECORD.
           STRING '=== MUAT KOMENTAR INSTRUKTUR - RUN '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO MUAT-RPT-RECORD.
           WRITE MUAT-RPT-RECORD.
           OPEN INPUT KOMENTAR-MASUK.
           IF WS-MS-STATUS NOT = "00"
               MOVE 'FILE data/KOMENTAR-MASUK.DAT TIDAK ADA'
                   TO MUAT-RPT-RECORD
               WRITE MUAT-RPT-RECORD
               DISPLAY 'FILE data/KOMENTAR-MASUK.DAT TIDAK ADA'
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   MOVE SPACES TO KOMENTAR-MASUK-RECORD
                   READ KOMENTAR-MASUK
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND KOMENTAR-MASUK-RECORD NOT = SPACES
                       PERFORM MUAT-SATU-KOMENTAR
      *> CARI-NOMOR runs the comment file to its own end; the
      *> input file has not ended.
                       MOVE 'N' TO EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE KOMENTAR-MASUK
           END-IF.
           MOVE SPACES TO MUAT-RPT-RECORD.
           STRING 'DIMUAT: ' DELIMITED BY SIZE
               WS-MUAT-CNT DELIMITED BY SIZE
               '  SUDAH ADA: ' DELIMITED BY SIZE
               WS-GANDA-CNT DELIMITED BY SIZE
               '  DITOLAK: ' DELIMITED BY SIZE
               WS-TOLAK-CNT DELIMITED BY SIZE
               INTO MUAT-RPT-RECORD.
           WRITE MUAT-RPT-RECORD.
           CLOSE MUAT-RPT.

       MUAT-SATU-KOMENTAR.
           MOVE SPACES TO WS-ALASAN.
           MOVE KI-NPM TO ISI-NPM.
           MOVE KI-MINGGU TO ISI-MINGGU.
           MOVE KI-PENULIS TO ISI-PENULIS.
           MOVE KI-TEKS TO ISI-TEKS.
           MOVE KI-LIHAT TO ISI-LIHAT.
           IF ISI-LIHAT = 'y'
               MOVE 'Y' TO ISI-LIHAT
           END-IF.
           IF ISI-LIHAT NOT = 'Y'
               MOVE 'T' TO ISI-LIHAT
           END-IF.
           IF NOT ISI-NPM NUMERIC
               MOVE 'NPM TIDAK SAH' TO WS-ALASAN
           ELSE
               PERFORM CARI-MASTER
               IF WS-SM-STATUS NOT = "00"
                   MOVE 'NPM TIDAK ADA DI MASTER' TO WS-ALASAN
               END-IF
           END-IF.
           IF WS-ALASAN = SPACES AND ISI-MINGGU = SPACES
               MOVE 'MINGGU KOSONG' TO WS-ALASAN
           END-IF.
           IF WS-ALASAN = SPACES AND ISI-PENULIS = SPACES
               MOVE 'PENULIS KOSONG' TO WS-ALASAN
           END-IF.
           IF WS-ALASAN = SPACES AND ISI-TEKS = SPACES
               MOVE 'KOMENTAR KOSONG' TO WS-ALASAN
           END-IF.
           IF WS-ALASAN = SPACES
               PERFORM CARI-NOMOR
               IF WS-GANDA = 'Y'
                   ADD 1 TO WS-GANDA-CNT
                   EXIT PARAGRAPH
               END-IF
               IF WS-NO-AKHIR = 99
                   MOVE 'SUDAH 99 KOMENTAR MINGGU INI' TO WS-ALASAN
               END-IF
           END-IF.
           IF WS-ALASAN = SPACES
               PERFORM TULIS-KOMENTAR
               IF WS-KM-STATUS = "00"
                   ADD 1 TO WS-MUAT-CNT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'GAGAL TULIS FILE KOMENTAR' TO WS-ALASAN
           END-IF.
           ADD 1 TO WS-TOLAK-CNT.
           MOVE SPACES TO MUAT-RPT-RECORD.
           STRING 'DITOLAK ' DELIMITED BY SIZE
               WS-ALASAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KOMENTAR-MASUK-RECORD DELIMITED BY SIZE
               INTO MUAT-RPT-RECORD.
           WRITE MUAT-RPT-RECORD.

       SETUP-HEADER.
           MOVE 'KOMENMNT' TO WS-PROGRAM-NAME.
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
               CALL 'OPRCHK' USING WS-OPERATOR, WS-OPR-LEVEL-PERLU,
                   WS-OPR-HASIL
               IF NOT OPERATOR-SAH
                   DISPLAY (2, 2) 'OPERATOR TIDAK SAH: '
                   MOVE 'AKSES-TOLAK' TO WS-SEC-EVENT
                   MOVE 'KOMENTAR INSTRUKTUR' TO WS-SEC-DETAIL
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
           OPEN I-O KOMENTAR-FILE.
           IF WS-KM-STATUS = "35"
               OPEN OUTPUT KOMENTAR-FILE
               CLOSE KOMENTAR-FILE
               OPEN I-O KOMENTAR-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-ADA
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
           CLOSE KOMENTAR-FILE.
           IF WS-MASTER-ADA = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           STOP RUN.
