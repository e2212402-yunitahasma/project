      *> Make-up session and excused-absence requests. A student who
      *> missed a lab week asks either to do that week's work in a
      *> later week (make-up, 'S') or to have the absence excused
      *> ('I'); the desk records the request with its reason and the
      *> evidence seen, and a senior operator other than the one who
      *> entered it approves or refuses it with their own password,
      *> as GRADEFIN does for grade changes. Approved requests reach
      *> the reports through SUSGET: make-up work written up to the
      *> make-up week's cutoff is neither late (LATECHK, PACKET) nor
      *> out-of-section (GRADEEXT, PACKET), and the week drops out of
      *> LABATTN's exception report.
      *>   bin/susulan REGISTER [TERM]   writes data/SUSULAN-REG.DAT,
      *> every request of the term (LABTERM when TERM is left off)
      *> with its decision.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSULAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NPM
               FILE STATUS IS WS-SM-STATUS.
           SELECT SUSULAN-FILE ASSIGN TO "data/SUSULAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT SUSULAN-REG ASSIGN TO "data/SUSULAN-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY STUMAST.
       FD SUSULAN-FILE.
           COPY SUSULAN.
       FD SUSULAN-REG.
       01 SUSULAN-REG-RECORD PIC X(150).
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
           01 WS-SM-STATUS PIC XX.
           01 WS-SU-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'SUSULAN'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 PILIH PIC 9.
       01 ISI-NPM PIC X(8).
       01 ISI-TERM PIC X(6).
       01 ISI-MINGGU PIC X(4).
       01 ISI-JENIS PIC X.
           88 JENIS-SAH VALUE 'S' 'I'.
       01 ISI-MINGGU-SUSUL PIC X(4).
       01 ISI-ALASAN PIC X(30).
       01 ISI-BUKTI PIC X(20).
       01 ISI-NO PIC 9(4).
       01 ISI-PUTUSAN PIC X.
       01 ISI-SENIOR PIC X(10).
       01 ISI-SANDI-SENIOR PIC X(10).
       01 WS-SENIOR-HASIL PIC X.
           88 OPERATOR-SENIOR VALUE 'Y'.
       01 WS-TERM PIC X(6).
       01 WS-TODAY PIC X(8).
       01 WS-KETEMU PIC X.
       01 WS-NO-MAX PIC 9(4) VALUE 0.
       01 WS-CLI-ARG PIC X(20).
       01 WS-JENIS-TEKS PIC X(7).
       01 LIN-OUT PIC 99.
      *> The request file, loaded whole for the duplicate check and
      *> for the rewrite a decision needs.
       01 SUSUL-TABEL.
           02 ST-BARIS PIC X(129) OCCURS 500 TIMES.
       01 ST-COUNT PIC 9(3) VALUE 0.
       01 ST-IDX PIC 9(3).
       01 ST-PENUH PIC X VALUE 'N'.
       01 ST-POS PIC 9(3) VALUE 0.
       01 WS-HIT-SAH PIC 9(4).
       01 WS-HIT-AJU PIC 9(4).
       01 WS-HIT-TOLK PIC 9(4).
       01 WS-HIT-TERM PIC 9(4).
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'SUSULAN DAN IZIN TIDAK HADIR'.
           02 LINE 4 COLUMN 20 VALUE '1). AJUKAN PERMOHONAN'.
           02 LINE 5 COLUMN 20 VALUE '2). PUTUSKAN PERMOHONAN (SENIOR)'.
           02 LINE 6 COLUMN 20 VALUE '3). REGISTER PER TERM'.
           02 LINE 7 COLUMN 20 VALUE '4). SELESAI/KELUAR'.
           02 LINE 9 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:8) = 'REGISTER'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-CLI-ARG(10:6) TO WS-TERM
               IF WS-TERM = SPACES
                   ACCEPT WS-TERM FROM ENVIRONMENT 'LABTERM'
                       ON EXCEPTION MOVE SPACES TO WS-TERM
                   END-ACCEPT
               END-IF
               IF WS-TERM = SPACES
                   DISPLAY 'USAGE: bin/susulan REGISTER <TERM>'
                   GO TO SELESAI
               END-IF
               PERFORM TULIS-REGISTER
               DISPLAY 'PERMOHONAN TERM ', WS-TERM, ' : ', WS-HIT-TERM
               DISPLAY 'LIHAT data/SUSULAN-REG.DAT'
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
           IF PILIH = 1 GO TO AJUKAN-PERMOHONAN.
           IF PILIH = 2 GO TO PUTUSKAN-PERMOHONAN.
           IF PILIH = 3 GO TO LAYAR-REGISTER.
           IF PILIH = 4 GO TO SELESAI.
           GO TO MENU-UTAMA.

      *> One request per student and missed week: a second one is
      *> refused while the first waits or stands approved; a refused
      *> request may be entered again with better evidence.
       AJUKAN-PERMOHONAN.
           DISPLAY (2, 3) '===AJUKAN SUSULAN / IZIN==='.
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
           PERFORM PERIKSA-MASTER.
           IF WS-SM-STATUS NOT = "00"
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (4, 3) SM-NAMA, ' KELAS ', SM-KELAS.
           PERFORM TANYA-TERM.
           PERFORM WITH TEST AFTER UNTIL ISI-MINGGU NUMERIC
               DISPLAY (6, 3) 'MINGGU TIDAK HADIR : '
               ACCEPT ISI-MINGGU
               IF NOT ISI-MINGGU NUMERIC
                   MOVE ISI-MINGGU TO WS-LOG-VALUE
                   MOVE 'MINGGU' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM MUAT-SUSULAN.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT
               MOVE ST-BARIS(ST-IDX) TO SUSULAN-RECORD
               IF SU-NPM = ISI-NPM AND SU-TERM = ISI-TERM
                       AND SU-MINGGU = ISI-MINGGU
                       AND SU-STATUS NOT = 'TOLK'
                   MOVE 'Y' TO WS-KETEMU
                   MOVE SU-NO TO ISI-NO
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'Y'
               DISPLAY (8, 3) 'SUDAH ADA PERMOHONAN NO ', ISI-NO,
                   ' UNTUK MINGGU INI'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM WITH TEST AFTER UNTIL JENIS-SAH
               DISPLAY (7, 3) 'SUSULAN (S) / IZIN (I) : '
               ACCEPT ISI-JENIS
           END-PERFORM.
      *> The make-up week comes after the missed one; the work itself
      *> is still entered under the missed week.
           MOVE SPACES TO ISI-MINGGU-SUSUL.
           IF ISI-JENIS = 'S'
               PERFORM WITH TEST AFTER
                       UNTIL ISI-MINGGU-SUSUL NUMERIC
                       AND ISI-MINGGU-SUSUL > ISI-MINGGU
                   DISPLAY (8, 3) 'MINGGU SUSULAN : '
                   ACCEPT ISI-MINGGU-SUSUL
                   IF NOT ISI-MINGGU-SUSUL NUMERIC
                           OR ISI-MINGGU-SUSUL NOT > ISI-MINGGU
                       MOVE ISI-MINGGU-SUSUL TO WS-LOG-VALUE
                       MOVE 'MINGGU-SUSUL' TO WS-ERR-FIELD
                       CALL 'ERRLOG' USING WS-ERR-PROGRAM,
                           WS-ERR-FIELD, WS-LOG-VALUE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM WITH TEST AFTER UNTIL ISI-ALASAN NOT = SPACES
               DISPLAY (9, 3) 'ALASAN : '
               ACCEPT ISI-ALASAN
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL ISI-BUKTI NOT = SPACES
               DISPLAY (10, 3) 'BUKTI (NO SURAT/KETERANGAN) : '
               ACCEPT ISI-BUKTI
           END-PERFORM.
           PERFORM CARI-NO-MAX.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND SUSULAN-FILE.
           IF WS-SU-STATUS = "35"
               OPEN OUTPUT SUSULAN-FILE
           END-IF.
           MOVE SPACES TO SUSULAN-RECORD.
           COMPUTE SU-NO = WS-NO-MAX + 1.
           MOVE 'AJU ' TO SU-STATUS.
           MOVE ISI-TERM TO SU-TERM.
           MOVE ISI-NPM TO SU-NPM.
           MOVE ISI-MINGGU TO SU-MINGGU.
           MOVE ISI-JENIS TO SU-JENIS.
           MOVE ISI-MINGGU-SUSUL TO SU-MINGGU-SUSUL.
           MOVE ISI-ALASAN TO SU-ALASAN.
           MOVE ISI-BUKTI TO SU-BUKTI.
           MOVE WS-TODAY TO SU-TGL-AJU.
           MOVE WS-OPERATOR TO SU-PEMOHON.
           WRITE SUSULAN-RECORD.
           CLOSE SUSULAN-FILE.
           DISPLAY (12, 3) 'PERMOHONAN NO ', SU-NO,
               ' TERCATAT - MENUNGGU OPERATOR SENIOR'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> The student must be on the master; the request is about
      *> their own lab weeks.
       PERIKSA-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY (5, 3) 'FILE data/STUMAST.DAT TIDAK DITEMUKAN'
           ELSE
               MOVE ISI-NPM TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY MOVE "23" TO WS-SM-STATUS
               END-READ
               IF WS-SM-STATUS NOT = "00"
                   DISPLAY (5, 3) 'NPM TIDAK TERDAFTAR DI MASTER'
                   MOVE ISI-NPM TO WS-LOG-VALUE
                   MOVE 'NPM-SUSULAN' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.

       TANYA-TERM.
           MOVE SPACES TO ISI-TERM.
           ACCEPT ISI-TERM FROM ENVIRONMENT 'LABTERM'
               ON EXCEPTION MOVE SPACES TO ISI-TERM
           END-ACCEPT.
           PERFORM WITH TEST AFTER UNTIL ISI-TERM NOT = SPACES
               DISPLAY (5, 3) 'TERM (MIS. 2025-1) [', ISI-TERM, '] : '
               MOVE SPACES TO WS-TERM
               ACCEPT WS-TERM
               IF WS-TERM NOT = SPACES
                   MOVE WS-TERM TO ISI-TERM
               END-IF
           END-PERFORM.

      *> The senior decides with their own ID and password, whoever
      *> is signed on; the operator who entered the request can never
      *> decide it. A decision rewrites the whole file, so an
      *> overflowed load refuses rather than drops the tail.
       PUTUSKAN-PERMOHONAN.
           DISPLAY (2, 3) '===PUTUSKAN SUSULAN / IZIN==='.
           PERFORM MUAT-SUSULAN.
           IF ST-PENUH = 'Y'
               DISPLAY (4, 3) 'FILE PERMOHONAN MELEBIHI TABEL -'
               DISPLAY (5, 3) 'TIDAK BISA DIPUTUS, HUBUNGI PEMELIHARA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (3, 3) 'NO   TERM   NPM      MGGU J SUSL',
               ' ALASAN                         PEMOHON'.
           MOVE 4 TO LIN-OUT.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT OR LIN-OUT > 15
               MOVE ST-BARIS(ST-IDX) TO SUSULAN-RECORD
               IF SU-STATUS = 'AJU '
                   DISPLAY (LIN-OUT, 3) SU-NO, ' ', SU-TERM, ' ',
                       SU-NPM, ' ', SU-MINGGU, ' ', SU-JENIS, ' ',
                       SU-MINGGU-SUSUL, ' ', SU-ALASAN, ' ',
                       SU-PEMOHON
                   ADD 1 TO LIN-OUT
               END-IF
           END-PERFORM.
           IF LIN-OUT = 4
               DISPLAY (5, 3) 'TIDAK ADA PERMOHONAN MENUNGGU'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (17, 3) 'NOMOR PERMOHONAN : '.
           ACCEPT ISI-NO.
           MOVE 0 TO ST-POS.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT
               MOVE ST-BARIS(ST-IDX) TO SUSULAN-RECORD
               IF SU-NO = ISI-NO AND SU-STATUS = 'AJU '
                   MOVE ST-IDX TO ST-POS
               END-IF
           END-PERFORM.
           IF ST-POS = 0
               DISPLAY (19, 3) 'PERMOHONAN TIDAK DITEMUKAN/SUDAH',
                   ' DIPUTUS'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE ST-BARIS(ST-POS) TO SUSULAN-RECORD.
           IF SU-SUSULAN
               MOVE 'SUSULAN' TO WS-JENIS-TEKS
           ELSE
               MOVE 'IZIN' TO WS-JENIS-TEKS
           END-IF.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (2, 3) '===PUTUSAN PERMOHONAN ', SU-NO, '==='.
           DISPLAY (3, 3) 'NPM ', SU-NPM, '  TERM ', SU-TERM,
               '  MINGGU ', SU-MINGGU.
           DISPLAY (4, 3) WS-JENIS-TEKS, ' ', SU-MINGGU-SUSUL,
               '  ALASAN : ', SU-ALASAN.
           DISPLAY (5, 3) 'BUKTI : ', SU-BUKTI.
           DISPLAY (6, 3) 'DIAJUKAN ', SU-TGL-AJU, ' OLEH ', SU-PEMOHON.
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
           MOVE WS-TODAY TO SU-TGL-PUTUS.
           MOVE ISI-SENIOR TO SU-PENYETUJU.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING 'NO ' DELIMITED BY SIZE
               SU-NO DELIMITED BY SIZE
               ' NPM ' DELIMITED BY SIZE
               SU-NPM DELIMITED BY SIZE
               INTO WS-SEC-DETAIL.
           IF ISI-PUTUSAN = 'T'
               MOVE 'TOLK' TO SU-STATUS
               MOVE 'SUSUL-TOLAK' TO WS-SEC-EVENT
           ELSE
               MOVE 'SAH ' TO SU-STATUS
               MOVE 'SUSUL-SAH' TO WS-SEC-EVENT
           END-IF.
           MOVE SUSULAN-RECORD TO ST-BARIS(ST-POS).
           PERFORM SIMPAN-SUSULAN.
           CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
               ISI-SENIOR, WS-SEC-DETAIL.
           IF ISI-PUTUSAN = 'T'
               DISPLAY (13, 3) 'PERMOHONAN ', SU-NO, ' DITOLAK'
           ELSE
               DISPLAY (13, 3) 'PERMOHONAN ', SU-NO, ' DISETUJUI - ',
                   WS-JENIS-TEKS, ' MINGGU ', SU-MINGGU
           END-IF.
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
           IF ISI-SENIOR = SU-PEMOHON
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
               MOVE 'PUTUS SUSULAN' TO WS-SEC-DETAIL
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
               MOVE 'PUTUS SUSULAN' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   ISI-SENIOR, WS-SEC-DETAIL
           END-IF.

       LAYAR-REGISTER.
           DISPLAY (2, 3) '===REGISTER SUSULAN / IZIN==='.
           PERFORM TANYA-TERM.
           MOVE ISI-TERM TO WS-TERM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM TULIS-REGISTER.
           DISPLAY (7, 3) 'PERMOHONAN TERM    : ', WS-HIT-TERM.
           DISPLAY (8, 3) 'DISETUJUI          : ', WS-HIT-SAH.
           DISPLAY (9, 3) 'MENUNGGU           : ', WS-HIT-AJU.
           DISPLAY (10, 3) 'DITOLAK            : ', WS-HIT-TOLK.
           DISPLAY (12, 3) 'LIHAT data/SUSULAN-REG.DAT'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Every request of the term in the order it was entered, with
      *> its decision, so the faculty see refusals and requests still
      *> waiting as well as the approvals.
       TULIS-REGISTER.
           PERFORM MUAT-SUSULAN.
           MOVE 0 TO WS-HIT-TERM.
           MOVE 0 TO WS-HIT-SAH.
           MOVE 0 TO WS-HIT-AJU.
           MOVE 0 TO WS-HIT-TOLK.
           OPEN OUTPUT SUSULAN-REG.
           MOVE SPACES TO SUSULAN-REG-RECORD.
           STRING '=== REGISTER SUSULAN DAN IZIN TERM '
               DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO SUSULAN-REG-RECORD.
           WRITE SUSULAN-REG-RECORD.
           IF ST-PENUH = 'Y'
               MOVE 'PERHATIAN: > 500 PERMOHONAN, REGISTER DIPOTONG'
                   TO SUSULAN-REG-RECORD
               WRITE SUSULAN-REG-RECORD
           END-IF.
           MOVE SPACES TO SUSULAN-REG-RECORD.
           STRING 'NO   NPM      MGGU JENIS   SUSL STAT '
               DELIMITED BY SIZE
               'ALASAN                         BUKTI               '
               DELIMITED BY SIZE
               ' AJU      PEMOHON    PUTUS    PENYETUJU'
               DELIMITED BY SIZE
               INTO SUSULAN-REG-RECORD.
           WRITE SUSULAN-REG-RECORD.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT
               MOVE ST-BARIS(ST-IDX) TO SUSULAN-RECORD
               IF SU-TERM = WS-TERM
                   PERFORM TULIS-SATU-REGISTER
               END-IF
           END-PERFORM.
           IF WS-HIT-TERM = 0
               MOVE 'TIDAK ADA PERMOHONAN DI TERM INI'
                   TO SUSULAN-REG-RECORD
               WRITE SUSULAN-REG-RECORD
           END-IF.
           MOVE SPACES TO SUSULAN-REG-RECORD.
           WRITE SUSULAN-REG-RECORD.
           STRING 'DISETUJUI ' DELIMITED BY SIZE
               WS-HIT-SAH DELIMITED BY SIZE
               '  MENUNGGU ' DELIMITED BY SIZE
               WS-HIT-AJU DELIMITED BY SIZE
               '  DITOLAK ' DELIMITED BY SIZE
               WS-HIT-TOLK DELIMITED BY SIZE
               INTO SUSULAN-REG-RECORD.
           WRITE SUSULAN-REG-RECORD.
           CLOSE SUSULAN-REG.

       TULIS-SATU-REGISTER.
           ADD 1 TO WS-HIT-TERM.
           EVALUATE SU-STATUS
               WHEN 'SAH ' ADD 1 TO WS-HIT-SAH
               WHEN 'AJU ' ADD 1 TO WS-HIT-AJU
               WHEN OTHER ADD 1 TO WS-HIT-TOLK
           END-EVALUATE.
           IF SU-SUSULAN
               MOVE 'SUSULAN' TO WS-JENIS-TEKS
           ELSE
               MOVE 'IZIN' TO WS-JENIS-TEKS
           END-IF.
           MOVE SPACES TO SUSULAN-REG-RECORD.
           STRING SU-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-MINGGU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JENIS-TEKS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-MINGGU-SUSUL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-ALASAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-BUKTI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-TGL-AJU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-PEMOHON DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-TGL-PUTUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SU-PENYETUJU DELIMITED BY SIZE
               INTO SUSULAN-REG-RECORD.
           WRITE SUSULAN-REG-RECORD.

       MUAT-SUSULAN.
           MOVE 0 TO ST-COUNT.
           MOVE 'N' TO ST-PENUH.
           OPEN INPUT SUSULAN-FILE.
           IF WS-SU-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ SUSULAN-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF ST-COUNT < 500
                           ADD 1 TO ST-COUNT
                           MOVE SUSULAN-RECORD TO ST-BARIS(ST-COUNT)
                       ELSE
                           MOVE 'Y' TO ST-PENUH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SUSULAN-FILE
           END-IF.

       SIMPAN-SUSULAN.
           OPEN OUTPUT SUSULAN-FILE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT
               MOVE ST-BARIS(ST-IDX) TO SUSULAN-RECORD
               WRITE SUSULAN-RECORD
           END-PERFORM.
           CLOSE SUSULAN-FILE.

       CARI-NO-MAX.
           MOVE 0 TO WS-NO-MAX.
           OPEN INPUT SUSULAN-FILE.
           IF WS-SU-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ SUSULAN-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF SU-NO NUMERIC AND SU-NO > WS-NO-MAX
                           MOVE SU-NO TO WS-NO-MAX
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SUSULAN-FILE
           END-IF.

       SETUP-HEADER.
           MOVE 'SUSULAN' TO WS-PROGRAM-NAME.
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
