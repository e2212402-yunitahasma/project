      *> Student contact maintenance at the desk: the e-mail address
      *> and mobile number NOTICE sends notices to through the campus
      *> gateway. Only NPMs on the student master are taken; each
      *> change is stamped with the date and operator.
      *>   data/STU-KONTAK.DAT   contact file (STUKONT.cpy)
      *> On the change screen a blank answer keeps what is on file
      *> and '-' clears it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-KONTAK ASSIGN TO "data/STU-KONTAK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-NPM
               FILE STATUS IS WS-SK-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NPM
               FILE STATUS IS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-KONTAK.
           COPY STUKONT.
       FD STUDENT-MASTER.
           COPY STUMAST.
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
           01 WS-SK-STATUS PIC XX.
           01 WS-SM-STATUS PIC XX.
           01 WS-MASTER-ADA PIC X VALUE 'N'.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'KONTMNT'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 PILIH PIC 9.
       01 ISI-NPM PIC X(8).
       01 ISI-EMAIL PIC X(40).
       01 ISI-HP PIC X(15).
       01 ISI-YAKIN PIC X.
       01 WS-TODAY PIC X(8).
       01 WS-ADA-KONTAK PIC X.
       01 WS-SAH PIC X.
       01 WS-HIT-AT PIC 99.
       01 WS-HIT-SPASI PIC 99.
       01 WS-POS PIC 99.
       01 WS-PANJANG PIC 99.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'KONTAK MAHASISWA'.
           02 LINE 4 COLUMN 20 VALUE '1). LIHAT KONTAK'.
           02 LINE 5 COLUMN 20 VALUE '2). SIMPAN/UBAH KONTAK'.
           02 LINE 6 COLUMN 20 VALUE '3). HAPUS KONTAK'.
           02 LINE 7 COLUMN 20 VALUE '4). SELESAI/KELUAR'.
           02 LINE 9 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
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
           IF PILIH = 1 GO TO LIHAT-KONTAK.
           IF PILIH = 2 GO TO SIMPAN-KONTAK.
           IF PILIH = 3 GO TO HAPUS-KONTAK.
           IF PILIH = 4 GO TO SELESAI.
           GO TO MENU-UTAMA.

       LIHAT-KONTAK.
           DISPLAY (2, 3) '===LIHAT KONTAK==='.
           PERFORM TANYA-NPM.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-ADA-KONTAK = 'N'
               DISPLAY (6, 3) 'BELUM ADA KONTAK - NOTIS HANYA DICETAK'
           ELSE
               DISPLAY (6, 3) 'EMAIL : ', SK-EMAIL
               DISPLAY (7, 3) 'HP    : ', SK-HP
               DISPLAY (8, 3) 'DIUBAH ', SK-TGL, ' OLEH ', SK-OPERATOR
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       SIMPAN-KONTAK.
           DISPLAY (2, 3) '===SIMPAN/UBAH KONTAK==='.
           PERFORM TANYA-NPM.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-ADA-KONTAK = 'N'
               MOVE SPACES TO SK-EMAIL
               MOVE SPACES TO SK-HP
           END-IF.
           DISPLAY (6, 3) 'EMAIL [', SK-EMAIL, ']'.
           MOVE 'N' TO WS-SAH.
           PERFORM UNTIL WS-SAH = 'Y'
               DISPLAY (7, 3) 'EMAIL BARU : '
               MOVE SPACES TO ISI-EMAIL
               ACCEPT ISI-EMAIL
               PERFORM PERIKSA-EMAIL
           END-PERFORM.
           DISPLAY (8, 3) 'HP    [', SK-HP, ']'.
           MOVE 'N' TO WS-SAH.
           PERFORM UNTIL WS-SAH = 'Y'
               DISPLAY (9, 3) 'HP BARU    : '
               MOVE SPACES TO ISI-HP
               ACCEPT ISI-HP
               PERFORM PERIKSA-HP
           END-PERFORM.
           IF ISI-EMAIL = '-'
               MOVE SPACES TO SK-EMAIL
           ELSE
               IF ISI-EMAIL NOT = SPACES
                   MOVE ISI-EMAIL TO SK-EMAIL
               END-IF
           END-IF.
           IF ISI-HP = '-'
               MOVE SPACES TO SK-HP
           ELSE
               IF ISI-HP NOT = SPACES
                   MOVE ISI-HP TO SK-HP
               END-IF
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ISI-NPM TO SK-NPM.
           MOVE WS-TODAY TO SK-TGL.
           MOVE WS-OPERATOR TO SK-OPERATOR.
           IF WS-ADA-KONTAK = 'Y'
               REWRITE STUDENT-KONTAK-RECORD
                   INVALID KEY DISPLAY (11, 3) 'GAGAL REWRITE'
               END-REWRITE
           ELSE
               WRITE STUDENT-KONTAK-RECORD
                   INVALID KEY DISPLAY (11, 3) 'GAGAL SIMPAN'
               END-WRITE
           END-IF.
           IF WS-SK-STATUS = "00"
               DISPLAY (11, 3) 'KONTAK DISIMPAN'
               IF SK-EMAIL = SPACES AND SK-HP = SPACES
                   DISPLAY (12, 3) 'KEDUANYA KOSONG - NOTIS HANYA '
                       'DICETAK'
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       HAPUS-KONTAK.
           DISPLAY (2, 3) '===HAPUS KONTAK==='.
           PERFORM TANYA-NPM.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-ADA-KONTAK = 'N'
               DISPLAY (6, 3) 'BELUM ADA KONTAK'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (6, 3) 'EMAIL : ', SK-EMAIL.
           DISPLAY (7, 3) 'HP    : ', SK-HP.
           DISPLAY (9, 3) 'HAPUS KONTAK INI (Y/T) : '.
           ACCEPT ISI-YAKIN.
           IF ISI-YAKIN = 'Y' OR ISI-YAKIN = 'y'
               DELETE STUDENT-KONTAK
                   INVALID KEY DISPLAY (11, 3) 'GAGAL HAPUS'
               END-DELETE
               IF WS-SK-STATUS = "00"
                   DISPLAY (11, 3) 'KONTAK DIHAPUS'
               END-IF
           ELSE
               DISPLAY (11, 3) 'DIBATALKAN'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> The NPM must be on the master (a master that cannot be
      *> opened refuses everything); leaves the contact record read
      *> and WS-ADA-KONTAK set.
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
           MOVE "23" TO WS-SM-STATUS.
           IF WS-MASTER-ADA = 'Y'
               MOVE ISI-NPM TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY MOVE "23" TO WS-SM-STATUS
               END-READ
           END-IF.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY (5, 3) 'NPM TIDAK ADA DI MASTER'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY (4, 3) SM-NAMA, ' ', SM-KELAS.
           MOVE ISI-NPM TO SK-NPM.
           READ STUDENT-KONTAK
               INVALID KEY MOVE "23" TO WS-SK-STATUS
           END-READ.
           IF WS-SK-STATUS = "00"
               MOVE 'Y' TO WS-ADA-KONTAK
           ELSE
               MOVE 'N' TO WS-ADA-KONTAK
           END-IF.

      *> One '@' with something either side and no blank inside; the
      *> gateway bounces anything else, so it is refused here.
       PERIKSA-EMAIL.
           MOVE 'Y' TO WS-SAH.
           IF ISI-EMAIL = SPACES OR ISI-EMAIL = '-'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HIT-AT.
           INSPECT ISI-EMAIL TALLYING WS-HIT-AT FOR ALL '@'.
           MOVE 0 TO WS-HIT-SPASI.
           INSPECT ISI-EMAIL TALLYING WS-HIT-SPASI
               FOR TRAILING SPACE.
           COMPUTE WS-PANJANG = 40 - WS-HIT-SPASI.
           MOVE 0 TO WS-HIT-SPASI.
           INSPECT ISI-EMAIL(1:WS-PANJANG) TALLYING WS-HIT-SPASI
               FOR ALL SPACE.
           IF WS-HIT-AT NOT = 1 OR WS-HIT-SPASI > 0
                   OR ISI-EMAIL(1:1) = '@'
                   OR ISI-EMAIL(WS-PANJANG:1) = '@'
               MOVE 'N' TO WS-SAH
           END-IF.
           IF WS-SAH = 'N'
               DISPLAY (12, 3) 'ALAMAT EMAIL TIDAK SAH'
               MOVE ISI-EMAIL TO WS-LOG-VALUE
               MOVE 'EMAIL' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
           END-IF.

      *> Digits only, an optional leading '+', at least 8 of them.
       PERIKSA-HP.
           MOVE 'Y' TO WS-SAH.
           IF ISI-HP = SPACES OR ISI-HP = '-'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HIT-SPASI.
           INSPECT ISI-HP TALLYING WS-HIT-SPASI FOR TRAILING SPACE.
           COMPUTE WS-PANJANG = 15 - WS-HIT-SPASI.
           MOVE 1 TO WS-POS.
           IF ISI-HP(1:1) = '+'
               MOVE 2 TO WS-POS
           END-IF.
           IF WS-PANJANG - WS-POS < 7
               MOVE 'N' TO WS-SAH
           ELSE
               IF ISI-HP(WS-POS:WS-PANJANG - WS-POS + 1) NOT NUMERIC
                   MOVE 'N' TO WS-SAH
               END-IF
           END-IF.
           IF WS-SAH = 'N'
               DISPLAY (12, 3) 'NOMOR HP TIDAK SAH'
               MOVE ISI-HP TO WS-LOG-VALUE
               MOVE 'HP' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
           END-IF.

       SETUP-HEADER.
           MOVE 'KONTMNT' TO WS-PROGRAM-NAME.
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
                   MOVE 'KONTAK MAHASISWA' TO WS-SEC-DETAIL
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
           OPEN I-O STUDENT-KONTAK.
           IF WS-SK-STATUS = "35"
               OPEN OUTPUT STUDENT-KONTAK
               CLOSE STUDENT-KONTAK
               OPEN I-O STUDENT-KONTAK
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
           CLOSE STUDENT-KONTAK.
           IF WS-MASTER-ADA = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           STOP RUN.
