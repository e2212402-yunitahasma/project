      *> Audit correction transactions. A record in the audit trail
      *> that is wrong - work entered under the wrong NPM or lab
      *> week, or a record that should never have counted - is not
      *> edited by hand any more: the desk enters a correction
      *> request naming the record by NPM and timestamp, with the
      *> reason, and a senior operator other than the one who entered
      *> it approves or refuses it with their own password, as
      *> SUSULAN does for make-ups. An approved void appends a
      *> reversing record ('B'); an approved reassignment appends the
      *> reversing record and a replacement ('G') under the new NPM
      *> and/or week. Both reference the original's timestamp, go to
      *> the keyed mirror T2202-AUDIT.IDX as well, and leave the
      *> original in place, so AUDCTL's control totals still add up
      *> and DWFEED ships the correction like any new record.
      *>   bin/audkor REGISTER    writes data/AUDIT-KOREKSI-REG.DAT,
      *> every request with its decision.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDKOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NPM
               FILE STATUS IS WS-SM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/T2202-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-AUD-STATUS.
           SELECT AUDIT-IDX ASSIGN TO "data/T2202-AUDIT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDX-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT KOREKSI-FILE ASSIGN TO "data/AUDIT-KOREKSI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KR-STATUS.
           SELECT KOREKSI-REG ASSIGN TO "data/AUDIT-KOREKSI-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY STUMAST.
       FD AUDIT-FILE.
           COPY T2AUDIT.
       FD AUDIT-IDX.
           COPY T2AUDX.
       FD KOREKSI-FILE.
           COPY KOREKSI.
       FD KOREKSI-REG.
       01 KOREKSI-REG-RECORD PIC X(150).
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
           01 WS-AUD-STATUS PIC XX.
           01 WS-IDX-STATUS PIC XX.
           01 WS-KR-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'AUDKOR'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
           01 WS-FIO-FILE PIC X(30).
           01 WS-FIO-OP PIC X(8).
           01 WS-FIO-KRITIS PIC X.
       01 PILIH PIC 9.
       01 ISI-NPM PIC X(8).
       01 ISI-TIMESTAMP PIC X(14).
       01 ISI-AKSI PIC X.
           88 AKSI-SAH VALUE 'B' 'G'.
       01 ISI-NPM-BARU PIC X(8).
       01 ISI-MINGGU-BARU PIC X(4).
       01 ISI-ALASAN PIC X(30).
       01 ISI-NO PIC 9(4).
       01 ISI-PUTUSAN PIC X.
       01 ISI-SENIOR PIC X(10).
       01 ISI-SANDI-SENIOR PIC X(10).
       01 WS-SENIOR-HASIL PIC X.
           88 OPERATOR-SENIOR VALUE 'Y'.
       01 WS-TODAY PIC X(8).
       01 WS-KETEMU PIC X.
       01 WS-NO-MAX PIC 9(4) VALUE 0.
       01 WS-CLI-ARG PIC X(20).
       01 WS-AKSI-TEKS PIC X(10).
       01 WS-HASIL-ED PIC ZZZZ9.99.
       01 LIN-OUT PIC 99.
      *> The record a request names, as found in the trail: its
      *> image, and whether an earlier correction already voided it.
       01 WS-CARI-NPM PIC X(8).
       01 WS-CARI-TS PIC X(14).
       01 WS-ASAL-ADA PIC X.
       01 WS-ASAL-BATAL PIC X.
       01 WS-ASAL PIC X(120).
       01 WS-ASAL-REV PIC X(120).
       01 WS-REC-BATAL PIC X(120).
       01 WS-REC-GANTI PIC X(120).
       01 WS-TS-KOREKSI PIC X(14).
       01 WS-AUDIT-SIAP PIC X.
       01 WS-SIBUK-RETRY PIC 9.
       01 WS-IDX-TULIS-OK PIC X.
       01 WS-KAL-TGL PIC X(8).
       01 WS-KAL-MINGGU PIC X(4).
       01 WS-KAL-HASIL PIC X.
       01 WS-MINGGU-CUTOFF PIC X(14).
       01 WS-ELIG PIC X.
      *> The request file, loaded whole for the duplicate check and
      *> for the rewrite a decision needs.
       01 KOREKSI-TABEL.
           02 KT-BARIS PIC X(135) OCCURS 500 TIMES.
       01 KT-COUNT PIC 9(3) VALUE 0.
       01 KT-IDX PIC 9(3).
       01 KT-PENUH PIC X VALUE 'N'.
       01 KT-POS PIC 9(3) VALUE 0.
       01 WS-HIT-SAH PIC 9(4).
       01 WS-HIT-AJU PIC 9(4).
       01 WS-HIT-TOLK PIC 9(4).
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'KOREKSI AUDIT TRAIL'.
           02 LINE 4 COLUMN 20 VALUE '1). AJUKAN KOREKSI'.
           02 LINE 5 COLUMN 20 VALUE '2). PUTUSKAN KOREKSI (SENIOR)'.
           02 LINE 6 COLUMN 20 VALUE '3). REGISTER KOREKSI'.
           02 LINE 7 COLUMN 20 VALUE '4). SELESAI/KELUAR'.
           02 LINE 9 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:8) = 'REGISTER'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM TULIS-REGISTER
               DISPLAY 'KOREKSI TERCATAT : ', KT-COUNT
               DISPLAY 'LIHAT data/AUDIT-KOREKSI-REG.DAT'
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
           IF PILIH = 1 GO TO AJUKAN-KOREKSI.
           IF PILIH = 2 GO TO PUTUSKAN-KOREKSI.
           IF PILIH = 3 GO TO LAYAR-REGISTER.
           IF PILIH = 4 GO TO SELESAI.
           GO TO MENU-UTAMA.

      *> One open request per audit record. Control lines and
      *> reversing records cannot be corrected, nor can a record an
      *> earlier correction already voided - a replacement record
      *> can, if the reassignment itself was wrong.
       AJUKAN-KOREKSI.
           DISPLAY (2, 3) '===AJUKAN KOREKSI AUDIT==='.
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
           PERFORM WITH TEST AFTER UNTIL ISI-TIMESTAMP NUMERIC
               DISPLAY (4, 3) 'TIMESTAMP RECORD (YYYYMMDDHHMMSS) : '
               ACCEPT ISI-TIMESTAMP
               IF NOT ISI-TIMESTAMP NUMERIC
                   MOVE ISI-TIMESTAMP TO WS-LOG-VALUE
                   MOVE 'TIMESTAMP' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           MOVE ISI-NPM TO WS-CARI-NPM.
           MOVE ISI-TIMESTAMP TO WS-CARI-TS.
           PERFORM CARI-ASAL.
           IF WS-ASAL-ADA = 'N'
               DISPLAY (6, 3) 'RECORD AUDIT TIDAK DITEMUKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE WS-ASAL TO AUDIT-RECORD.
           IF AUD-BATAL
               DISPLAY (6, 3) 'RECORD PEMBATALAN TIDAK BISA DIKOREKSI'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-ASAL-BATAL = 'Y'
               DISPLAY (6, 3) 'RECORD INI SUDAH DIBATALKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM TAMPIL-ASAL.
           PERFORM MUAT-KOREKSI.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KT-COUNT
               MOVE KT-BARIS(KT-IDX) TO KOREKSI-RECORD
               IF KR-NPM = ISI-NPM AND KR-TIMESTAMP = ISI-TIMESTAMP
                       AND KR-STATUS = 'AJU '
                   MOVE 'Y' TO WS-KETEMU
                   MOVE KR-NO TO ISI-NO
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'Y'
               DISPLAY (9, 3) 'SUDAH ADA PERMOHONAN NO ', ISI-NO,
                   ' UNTUK RECORD INI'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM WITH TEST AFTER UNTIL AKSI-SAH
               DISPLAY (9, 3) 'BATALKAN (B) / PINDAHKAN (G) : '
               ACCEPT ISI-AKSI
           END-PERFORM.
           MOVE SPACES TO ISI-NPM-BARU.
           MOVE SPACES TO ISI-MINGGU-BARU.
           IF ISI-AKSI = 'G'
               PERFORM TANYA-TUJUAN
               IF ISI-NPM-BARU = AUD-NPM
                       AND ISI-MINGGU-BARU = AUD-LAB-WEEK
                   DISPLAY (13, 3) 'NPM DAN MINGGU SAMA DENGAN ASAL -',
                       ' TIDAK ADA YANG DIPINDAH'
                   STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
                   GO TO MENU-UTAMA
               END-IF
               IF ISI-NPM-BARU NOT = AUD-NPM
                   PERFORM PERIKSA-MASTER
                   IF WS-SM-STATUS NOT = "00"
                       STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
                       GO TO MENU-UTAMA
                   END-IF
               END-IF
           END-IF.
           PERFORM WITH TEST AFTER UNTIL ISI-ALASAN NOT = SPACES
               DISPLAY (14, 3) 'ALASAN : '
               ACCEPT ISI-ALASAN
           END-PERFORM.
           PERFORM CARI-NO-MAX.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND KOREKSI-FILE.
           IF WS-KR-STATUS = "35"
               OPEN OUTPUT KOREKSI-FILE
           END-IF.
           MOVE SPACES TO KOREKSI-RECORD.
           COMPUTE KR-NO = WS-NO-MAX + 1.
           MOVE 'AJU ' TO KR-STATUS.
           MOVE ISI-NPM TO KR-NPM.
           MOVE ISI-TIMESTAMP TO KR-TIMESTAMP.
           MOVE ISI-AKSI TO KR-AKSI.
           MOVE ISI-NPM-BARU TO KR-NPM-BARU.
           MOVE ISI-MINGGU-BARU TO KR-MINGGU-BARU.
           MOVE ISI-ALASAN TO KR-ALASAN.
           MOVE WS-TODAY TO KR-TGL-AJU.
           MOVE WS-OPERATOR TO KR-PEMOHON.
           WRITE KOREKSI-RECORD.
           CLOSE KOREKSI-FILE.
           DISPLAY (16, 3) 'PERMOHONAN NO ', KR-NO,
               ' TERCATAT - MENUNGGU OPERATOR SENIOR'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> What the record holds, so the desk and the senior see what
      *> they are correcting.
       TAMPIL-ASAL.
           MOVE AUD-OHASIL TO WS-HASIL-ED.
           DISPLAY (6, 3) 'BENTUK ', AUD-SHAPE, '  MINGGU ',
               AUD-LAB-WEEK, '  MODE [', AUD-MODE, ']  HASIL ',
               WS-HASIL-ED, ' ', AUD-UNIT.
           DISPLAY (7, 3) 'OPERATOR ', AUD-OPERATOR, '  STASIUN ',
               AUD-STATION, '  KOREKSI [', AUD-KOREKSI, ']'.

      *> Blank keeps the original's NPM or week.
       TANYA-TUJUAN.
           DISPLAY (10, 3) 'NPM TUJUAN [', AUD-NPM, '] : '.
           ACCEPT ISI-NPM-BARU.
           IF ISI-NPM-BARU = SPACES
               MOVE AUD-NPM TO ISI-NPM-BARU
           END-IF.
           PERFORM UNTIL ISI-NPM-BARU NUMERIC
               MOVE ISI-NPM-BARU TO WS-LOG-VALUE
               MOVE 'NPM-TUJUAN' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
               DISPLAY (10, 3) 'NPM TUJUAN [', AUD-NPM, '] : '
               ACCEPT ISI-NPM-BARU
               IF ISI-NPM-BARU = SPACES
                   MOVE AUD-NPM TO ISI-NPM-BARU
               END-IF
           END-PERFORM.
           DISPLAY (11, 3) 'MINGGU TUJUAN [', AUD-LAB-WEEK, '] : '.
           ACCEPT ISI-MINGGU-BARU.
           IF ISI-MINGGU-BARU = SPACES
               MOVE AUD-LAB-WEEK TO ISI-MINGGU-BARU
           END-IF.
           PERFORM UNTIL ISI-MINGGU-BARU NUMERIC
               MOVE ISI-MINGGU-BARU TO WS-LOG-VALUE
               MOVE 'MINGGU-TUJUAN' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
               DISPLAY (11, 3) 'MINGGU TUJUAN [', AUD-LAB-WEEK, '] : '
               ACCEPT ISI-MINGGU-BARU
               IF ISI-MINGGU-BARU = SPACES
                   MOVE AUD-LAB-WEEK TO ISI-MINGGU-BARU
               END-IF
           END-PERFORM.

      *> Work moved to another student lands on a student the master
      *> knows.
       PERIKSA-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY (12, 3) 'FILE data/STUMAST.DAT TIDAK DITEMUKAN'
           ELSE
               MOVE ISI-NPM-BARU TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY MOVE "23" TO WS-SM-STATUS
               END-READ
               IF WS-SM-STATUS NOT = "00"
                   DISPLAY (12, 3) 'NPM TUJUAN TIDAK TERDAFTAR'
                   MOVE ISI-NPM-BARU TO WS-LOG-VALUE
                   MOVE 'NPM-TUJUAN' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               ELSE
                   DISPLAY (12, 3) SM-NAMA, ' KELAS ', SM-KELAS
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.

      *> The first record under the NPM with that timestamp that is
      *> not itself a reversing record, and whether a reversing record
      *> naming it follows anywhere in the trail. A week-only
      *> reassignment writes its reversing record and its replacement
      *> under the same NPM and timestamp; the replacement is the one
      *> a later correction means. A reversing record is returned
      *> only when nothing else carries the timestamp, so the desk is
      *> told it cannot be corrected.
       CARI-ASAL.
           MOVE 'N' TO WS-ASAL-ADA.
           MOVE 'N' TO WS-ASAL-BATAL.
           MOVE SPACES TO WS-ASAL.
           MOVE SPACES TO WS-ASAL-REV.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND AUD-NPM = WS-CARI-NPM
                       IF AUD-TIMESTAMP = WS-CARI-TS
                               AND WS-ASAL-ADA = 'N'
                               AND NOT AUD-BATAL
                           MOVE 'Y' TO WS-ASAL-ADA
                           MOVE AUDIT-RECORD TO WS-ASAL
                       END-IF
                       IF AUD-TIMESTAMP = WS-CARI-TS AND AUD-BATAL
                               AND WS-ASAL-REV = SPACES
                           MOVE AUDIT-RECORD TO WS-ASAL-REV
                       END-IF
                       IF AUD-BATAL AND AUD-KOR-REF = WS-CARI-TS
                           MOVE 'Y' TO WS-ASAL-BATAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-ASAL-ADA = 'N' AND WS-ASAL-REV NOT = SPACES
               MOVE 'Y' TO WS-ASAL-ADA
               MOVE WS-ASAL-REV TO WS-ASAL
           END-IF.

      *> The senior decides with their own ID and password, whoever
      *> is signed on; the operator who entered the request can never
      *> decide it. The record is looked up again at decision time -
      *> another correction may have voided it since the request.
       PUTUSKAN-KOREKSI.
           DISPLAY (2, 3) '===PUTUSKAN KOREKSI AUDIT==='.
           PERFORM MUAT-KOREKSI.
           IF KT-PENUH = 'Y'
               DISPLAY (4, 3) 'FILE PERMOHONAN MELEBIHI TABEL -'
               DISPLAY (5, 3) 'TIDAK BISA DIPUTUS, HUBUNGI PEMELIHARA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (3, 3) 'NO   NPM      TIMESTAMP      A TUJUAN  ',
               ' MGGU ALASAN'.
           MOVE 4 TO LIN-OUT.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KT-COUNT OR LIN-OUT > 15
               MOVE KT-BARIS(KT-IDX) TO KOREKSI-RECORD
               IF KR-STATUS = 'AJU '
                   DISPLAY (LIN-OUT, 3) KR-NO, ' ', KR-NPM, ' ',
                       KR-TIMESTAMP, ' ', KR-AKSI, ' ',
                       KR-NPM-BARU, ' ', KR-MINGGU-BARU, ' ',
                       KR-ALASAN(1:20)
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
           MOVE 0 TO KT-POS.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KT-COUNT
               MOVE KT-BARIS(KT-IDX) TO KOREKSI-RECORD
               IF KR-NO = ISI-NO AND KR-STATUS = 'AJU '
                   MOVE KT-IDX TO KT-POS
               END-IF
           END-PERFORM.
           IF KT-POS = 0
               DISPLAY (19, 3) 'PERMOHONAN TIDAK DITEMUKAN/SUDAH',
                   ' DIPUTUS'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE KT-BARIS(KT-POS) TO KOREKSI-RECORD.
           IF KR-GANTI
               MOVE 'PINDAHKAN' TO WS-AKSI-TEKS
           ELSE
               MOVE 'BATALKAN' TO WS-AKSI-TEKS
           END-IF.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (2, 3) '===PUTUSAN KOREKSI ', KR-NO, '==='.
           DISPLAY (3, 3) 'NPM ', KR-NPM, '  RECORD ', KR-TIMESTAMP,
               '  ', WS-AKSI-TEKS, ' ', KR-NPM-BARU, ' ',
               KR-MINGGU-BARU.
           DISPLAY (4, 3) 'ALASAN : ', KR-ALASAN.
           DISPLAY (5, 3) 'DIAJUKAN ', KR-TGL-AJU, ' OLEH ', KR-PEMOHON.
           MOVE KR-NPM TO WS-CARI-NPM.
           MOVE KR-TIMESTAMP TO WS-CARI-TS.
           PERFORM CARI-ASAL.
           IF WS-ASAL-ADA = 'N' OR WS-ASAL-BATAL = 'Y'
               DISPLAY (7, 3) 'RECORD ASAL TIDAK ADA ATAU SUDAH',
                   ' DIBATALKAN - TOLAK PERMOHONAN INI'
           ELSE
               MOVE WS-ASAL TO AUDIT-RECORD
               PERFORM TAMPIL-ASAL
           END-IF.
           PERFORM PERIKSA-SENIOR.
           IF NOT OPERATOR-SENIOR
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM WITH TEST AFTER
                   UNTIL ISI-PUTUSAN = 'S' OR ISI-PUTUSAN = 'T'
               DISPLAY (13, 3) 'SETUJU (S) / TOLAK (T) : '
               ACCEPT ISI-PUTUSAN
           END-PERFORM.
           IF ISI-PUTUSAN = 'S'
                   AND (WS-ASAL-ADA = 'N' OR WS-ASAL-BATAL = 'Y')
               DISPLAY (15, 3) 'TIDAK BISA DISETUJUI - RECORD ASAL',
                   ' TIDAK BERLAKU'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF ISI-PUTUSAN = 'S'
               PERFORM TULIS-KOREKSI
               IF WS-AUDIT-SIAP NOT = 'Y'
                   STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
                   GO TO MENU-UTAMA
               END-IF
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO KR-TGL-PUTUS.
           MOVE ISI-SENIOR TO KR-PENYETUJU.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING 'NO ' DELIMITED BY SIZE
               KR-NO DELIMITED BY SIZE
               ' NPM ' DELIMITED BY SIZE
               KR-NPM DELIMITED BY SIZE
               INTO WS-SEC-DETAIL.
           IF ISI-PUTUSAN = 'T'
               MOVE 'TOLK' TO KR-STATUS
               MOVE 'KOREKSI-TLK' TO WS-SEC-EVENT
           ELSE
               MOVE 'SAH ' TO KR-STATUS
               MOVE WS-TS-KOREKSI TO KR-TS-KOREKSI
               MOVE 'KOREKSI-SAH' TO WS-SEC-EVENT
           END-IF.
           MOVE KOREKSI-RECORD TO KT-BARIS(KT-POS).
           PERFORM SIMPAN-KOREKSI.
           CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
               ISI-SENIOR, WS-SEC-DETAIL.
           IF ISI-PUTUSAN = 'T'
               DISPLAY (15, 3) 'PERMOHONAN ', KR-NO, ' DITOLAK'
           ELSE
               DISPLAY (15, 3) 'PERMOHONAN ', KR-NO, ' DISETUJUI - ',
                   'KOREKSI ', KR-TS-KOREKSI, ' DITULIS'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> The reversing record is the original's image flagged 'B';
      *> a reassignment follows it with the replacement flagged 'G'
      *> under the new NPM/week, its late and enrollment flags worked
      *> out again for where it now belongs, against the time the
      *> work was really done. Both are written in one locked open so
      *> no other station's record lands between them.
       TULIS-KOREKSI.
           ACCEPT WS-TS-KOREKSI(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-TS-KOREKSI(9:6) FROM TIME.
           MOVE WS-ASAL TO AUDIT-RECORD.
           MOVE WS-TS-KOREKSI TO AUD-TIMESTAMP.
           MOVE ISI-SENIOR TO AUD-OPERATOR.
           MOVE 'B' TO AUD-KOREKSI.
           MOVE KR-TIMESTAMP TO AUD-KOR-REF.
           MOVE AUDIT-RECORD TO WS-REC-BATAL.
           MOVE SPACES TO WS-REC-GANTI.
           IF KR-GANTI
               MOVE WS-ASAL TO AUDIT-RECORD
               MOVE KR-NPM-BARU TO AUD-NPM
               MOVE KR-MINGGU-BARU TO AUD-LAB-WEEK
               MOVE WS-TS-KOREKSI TO AUD-TIMESTAMP
               MOVE ISI-SENIOR TO AUD-OPERATOR
               MOVE 'G' TO AUD-KOREKSI
               MOVE KR-TIMESTAMP TO AUD-KOR-REF
               MOVE SPACES TO WS-KAL-TGL
               MOVE KR-MINGGU-BARU TO WS-KAL-MINGGU
               CALL 'WEEKCAL' USING WS-KAL-TGL, WS-KAL-MINGGU,
                   WS-MINGGU-CUTOFF, WS-KAL-HASIL
               MOVE SPACE TO AUD-LATE
               IF WS-MINGGU-CUTOFF NOT = SPACES
                       AND AUD-KOR-REF > WS-MINGGU-CUTOFF
                   MOVE 'L' TO AUD-LATE
               END-IF
               MOVE 'Y' TO WS-ELIG
               CALL 'ENRCHK' USING AUD-NPM, AUD-LAB-WEEK, WS-ELIG
               MOVE WS-ELIG TO AUD-ELIG
               MOVE AUDIT-RECORD TO WS-REC-GANTI
           END-IF.
           PERFORM BUKA-AUDIT-AMAN.
           IF WS-AUDIT-SIAP NOT = 'Y'
               DISPLAY (15, 3)
                   'AUDIT DIPAKAI STASIUN LAIN - COBA LAGI NANTI'
               MOVE 'data/T2202-AUDIT.DAT' TO WS-FIO-FILE
               MOVE 'OPEN' TO WS-FIO-OP
               MOVE 'K' TO WS-FIO-KRITIS
               CALL 'FIOERR' USING WS-ERR-PROGRAM, WS-FIO-FILE,
                   WS-FIO-OP, WS-AUD-STATUS, WS-FIO-KRITIS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REC-BATAL TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           IF KR-GANTI
               MOVE WS-REC-GANTI TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.
           CLOSE AUDIT-FILE.
           MOVE WS-REC-BATAL TO AUDIT-RECORD.
           PERFORM TULIS-AUDIT-IDX.
           IF KR-GANTI
               MOVE WS-REC-GANTI TO AUDIT-RECORD
               PERFORM TULIS-AUDIT-IDX
           END-IF.

       BUKA-AUDIT-AMAN.
           MOVE 0 TO WS-SIBUK-RETRY.
           MOVE 'N' TO WS-AUDIT-SIAP.
           PERFORM UNTIL WS-AUDIT-SIAP = 'Y'
                   OR WS-SIBUK-RETRY > 5
               OPEN EXTEND AUDIT-FILE
               IF WS-AUD-STATUS = "00"
                   MOVE 'Y' TO WS-AUDIT-SIAP
               ELSE
                   ADD 1 TO WS-SIBUK-RETRY
               END-IF
           END-PERFORM.

      *> Same best-effort mirror write as T2202's: AUDIDX BANGUN
      *> rebuilds the mirror from the .DAT file if this one fails.
       TULIS-AUDIT-IDX.
           OPEN I-O AUDIT-IDX.
           IF WS-IDX-STATUS = "35"
               OPEN OUTPUT AUDIT-IDX
               CLOSE AUDIT-IDX
               OPEN I-O AUDIT-IDX
           END-IF.
           IF WS-IDX-STATUS = "00"
               MOVE SPACES TO AUDX-RECORD
               MOVE AUD-NPM TO AUDX-NPM
               MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP
               MOVE 0 TO AUDX-SEQ
               MOVE AUDIT-RECORD TO AUDX-DATA
               MOVE 'N' TO WS-IDX-TULIS-OK
               PERFORM UNTIL WS-IDX-TULIS-OK = 'Y' OR AUDX-SEQ > 98
                   WRITE AUDX-RECORD
                       INVALID KEY ADD 1 TO AUDX-SEQ
                       NOT INVALID KEY MOVE 'Y' TO WS-IDX-TULIS-OK
                   END-WRITE
               END-PERFORM
               CLOSE AUDIT-IDX
           END-IF.

      *> Senior credentials for one decision: level through OPRCHK,
      *> identity through OPRPWD. A password due for change must be
      *> changed at sign-on first - it is not changed from here.
       PERIKSA-SENIOR.
           MOVE 'N' TO WS-SENIOR-HASIL.
           DISPLAY (9, 3) 'OPERATOR SENIOR : '.
           ACCEPT ISI-SENIOR.
           DISPLAY (10, 3) 'SANDI : '.
           ACCEPT ISI-SANDI-SENIOR.
           MOVE 'AKSES-TOLAK' TO WS-SEC-EVENT.
           IF ISI-SENIOR = KR-PEMOHON
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
               MOVE 'PUTUS KOREKSI' TO WS-SEC-DETAIL
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
               MOVE 'PUTUS KOREKSI' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   ISI-SENIOR, WS-SEC-DETAIL
           END-IF.

       LAYAR-REGISTER.
           DISPLAY (2, 3) '===REGISTER KOREKSI AUDIT==='.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM TULIS-REGISTER.
           DISPLAY (4, 3) 'PERMOHONAN         : ', KT-COUNT.
           DISPLAY (5, 3) 'DISETUJUI          : ', WS-HIT-SAH.
           DISPLAY (6, 3) 'MENUNGGU           : ', WS-HIT-AJU.
           DISPLAY (7, 3) 'DITOLAK            : ', WS-HIT-TOLK.
           DISPLAY (9, 3) 'LIHAT data/AUDIT-KOREKSI-REG.DAT'.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Every request in the order it was entered, with its decision
      *> and, once approved, the timestamp the correction records
      *> carry in the trail.
       TULIS-REGISTER.
           PERFORM MUAT-KOREKSI.
           MOVE 0 TO WS-HIT-SAH.
           MOVE 0 TO WS-HIT-AJU.
           MOVE 0 TO WS-HIT-TOLK.
           OPEN OUTPUT KOREKSI-REG.
           MOVE SPACES TO KOREKSI-REG-RECORD.
           STRING '=== REGISTER KOREKSI AUDIT - RUN '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO KOREKSI-REG-RECORD.
           WRITE KOREKSI-REG-RECORD.
           IF KT-PENUH = 'Y'
               MOVE 'PERHATIAN: > 500 PERMOHONAN, REGISTER DIPOTONG'
                   TO KOREKSI-REG-RECORD
               WRITE KOREKSI-REG-RECORD
           END-IF.
           MOVE SPACES TO KOREKSI-REG-RECORD.
           STRING 'NO   NPM      TIMESTAMP      AKSI      TUJUAN  '
               DELIMITED BY SIZE
               ' MGGU STAT ALASAN                         '
               DELIMITED BY SIZE
               'AJU      PEMOHON    PUTUS    PENYETUJU  KOREKSI'
               DELIMITED BY SIZE
               INTO KOREKSI-REG-RECORD.
           WRITE KOREKSI-REG-RECORD.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KT-COUNT
               MOVE KT-BARIS(KT-IDX) TO KOREKSI-RECORD
               PERFORM TULIS-SATU-REGISTER
           END-PERFORM.
           IF KT-COUNT = 0
               MOVE 'BELUM ADA PERMOHONAN KOREKSI'
                   TO KOREKSI-REG-RECORD
               WRITE KOREKSI-REG-RECORD
           END-IF.
           MOVE SPACES TO KOREKSI-REG-RECORD.
           WRITE KOREKSI-REG-RECORD.
           STRING 'DISETUJUI ' DELIMITED BY SIZE
               WS-HIT-SAH DELIMITED BY SIZE
               '  MENUNGGU ' DELIMITED BY SIZE
               WS-HIT-AJU DELIMITED BY SIZE
               '  DITOLAK ' DELIMITED BY SIZE
               WS-HIT-TOLK DELIMITED BY SIZE
               INTO KOREKSI-REG-RECORD.
           WRITE KOREKSI-REG-RECORD.
           CLOSE KOREKSI-REG.

       TULIS-SATU-REGISTER.
           EVALUATE KR-STATUS
               WHEN 'SAH ' ADD 1 TO WS-HIT-SAH
               WHEN 'AJU ' ADD 1 TO WS-HIT-AJU
               WHEN OTHER ADD 1 TO WS-HIT-TOLK
           END-EVALUATE.
           IF KR-GANTI
               MOVE 'PINDAHKAN' TO WS-AKSI-TEKS
           ELSE
               MOVE 'BATALKAN' TO WS-AKSI-TEKS
           END-IF.
           MOVE SPACES TO KOREKSI-REG-RECORD.
           STRING KR-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-TIMESTAMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AKSI-TEKS DELIMITED BY SIZE
               KR-NPM-BARU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-MINGGU-BARU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-ALASAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-TGL-AJU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-PEMOHON DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-TGL-PUTUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-PENYETUJU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-TS-KOREKSI DELIMITED BY SIZE
               INTO KOREKSI-REG-RECORD.
           WRITE KOREKSI-REG-RECORD.

       MUAT-KOREKSI.
           MOVE 0 TO KT-COUNT.
           MOVE 'N' TO KT-PENUH.
           OPEN INPUT KOREKSI-FILE.
           IF WS-KR-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ KOREKSI-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF KT-COUNT < 500
                           ADD 1 TO KT-COUNT
                           MOVE KOREKSI-RECORD TO KT-BARIS(KT-COUNT)
                       ELSE
                           MOVE 'Y' TO KT-PENUH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE KOREKSI-FILE
           END-IF.

       SIMPAN-KOREKSI.
           OPEN OUTPUT KOREKSI-FILE.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KT-COUNT
               MOVE KT-BARIS(KT-IDX) TO KOREKSI-RECORD
               WRITE KOREKSI-RECORD
           END-PERFORM.
           CLOSE KOREKSI-FILE.

       CARI-NO-MAX.
           MOVE 0 TO WS-NO-MAX.
           OPEN INPUT KOREKSI-FILE.
           IF WS-KR-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ KOREKSI-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF KR-NO NUMERIC AND KR-NO > WS-NO-MAX
                           MOVE KR-NO TO WS-NO-MAX
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE KOREKSI-FILE
           END-IF.

       SETUP-HEADER.
           MOVE 'AUDKOR' TO WS-PROGRAM-NAME.
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
