      *> a student types their own NPM and sees their name and kelas,
      *> their enrolled weeks, and their own work counts per week
      *> from the audit trail and the activity file - the "did my
      *> work register?" answer without an operator - and the
      *> instructor comments marked for the student. No sign-on, no
      *> other student's data beyond the keyed NPM, no maintenance
      *> function reachable; the only way out of the loop is the next
      *> student's NPM. Start it with bin/kiosk on the spare seat.
      *> Anyone may also type a completion certificate number
      *> (SRT/...) instead of an NPM: the kiosk looks it up in
      *> SERTIF's register and says whether the certificate is
      *> genuine and whose it is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSK.
       ENVIRONMENT DIVISION.
           SELECT ACTIVITY-LOG ASSIGN TO "data/ACTIVITY-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT KOMENTAR-FILE ASSIGN TO "data/KOMENTAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KM-STATUS.
           SELECT RINGKAS-FILE ASSIGN TO "data/ACT-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-STATUS.
           SELECT CERT-REGISTER ASSIGN TO "data/CERT-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY T2AUDIT.
       FD ACTIVITY-LOG.
           COPY ACTLOG.
       FD KOMENTAR-FILE.
           COPY KOMEN.
       FD RINGKAS-FILE.
           COPY AKTSUM.
       FD CERT-REGISTER.
           COPY SERTREG.
       WORKING-STORAGE SECTION.
       01 WS-SM-STATUS PIC XX.
       01 WS-EN-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-ACT-STATUS PIC XX.
       01 WS-KM-STATUS PIC XX.
       01 WS-RK-STATUS PIC XX.
       01 WS-RINGKAS PIC X.
       01 WS-KOR-HASIL PIC X.
       01 WS-SR-STATUS PIC XX.
       01 WS-MASUKAN PIC X(20).
       01 WS-SR-ADA PIC X.
       01 WS-NPM PIC X(8).
       01 WS-DAFTAR-MINGGU PIC X(40).
       01 WS-DAFTAR-PTR PIC 99.
       01 MG-COUNT PIC 99 VALUE 0.
       01 WS-KETEMU PIC X.
       01 WS-MINGGU-KERJA PIC X(4).
       01 WS-N-KERJA PIC 9(5).
       01 WS-N-LATIHAN PIC 9(5).
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 10) '=== KIOS MAHASISWA LAB COBOL ==='.
           DISPLAY (3, 10) 'CEK APAKAH KERJAMU SUDAH TERCATAT'.
           DISPLAY (4, 10) '(ATAU NOMOR SERTIFIKAT SRT/...)'.
           DISPLAY (5, 10) 'NPM ANDA : '.
           MOVE SPACES TO WS-MASUKAN.
           ACCEPT WS-MASUKAN.
           IF WS-MASUKAN(1:4) = 'SRT/' OR WS-MASUKAN(1:4) = 'srt/'
               GO TO CEK-SERTIFIKAT
           END-IF.
           MOVE WS-MASUKAN TO WS-NPM.
           IF NOT WS-NPM NUMERIC OR WS-MASUKAN(9:12) NOT = SPACES
               DISPLAY (7, 10) 'NPM HARUS ANGKA'
               DISPLAY (19, 10) ' '
               STOP 'TEKAN ENTER'
                   ADD 1 TO LIN-OUT
               END-PERFORM
           END-IF.
           PERFORM TAMPIL-KOMENTAR.
           DISPLAY (19, 10) ' '.
           STOP 'TEKAN ENTER UNTUK MAHASISWA BERIKUT'.
           GO TO MULAI.

      *> Only what the certificate itself shows is given back - the
      *> holder, kelas, term and grade - nothing else of the record.
       CEK-SERTIFIKAT.
           INSPECT WS-MASUKAN(1:4) CONVERTING 'srt' TO 'SRT'.
           MOVE 'N' TO WS-SR-ADA.
           OPEN INPUT CERT-REGISTER.
           IF WS-SR-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ CERT-REGISTER
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND SR-NOMOR = WS-MASUKAN
                       MOVE 'Y' TO WS-SR-ADA
                       MOVE 'Y' TO EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CERT-REGISTER
           END-IF.
           IF WS-SR-ADA = 'Y'
               DISPLAY (7, 10) 'SERTIFIKAT ASLI - TERCATAT DI REGISTER'
               DISPLAY (9, 10) 'NOMOR : ', SR-NOMOR
               DISPLAY (10, 10) 'NAMA  : ', SR-NAMA
               DISPLAY (11, 10) 'NPM   : ', SR-NPM
               DISPLAY (12, 10) 'KELAS : ', SR-KELAS
               DISPLAY (13, 10) 'TERM  : ', SR-TERM
               DISPLAY (14, 10) 'NILAI : ', SR-NILAI, ' ', SR-HURUF
               DISPLAY (15, 10) 'TERBIT: ', SR-TGL
           ELSE
               DISPLAY (7, 10) 'NOMOR TIDAK ADA DI REGISTER -'
               DISPLAY (8, 10) 'SERTIFIKAT INI TIDAK SAH'
           END-IF.
           DISPLAY (19, 10) ' '.
           STOP 'TEKAN ENTER'.
           GO TO MULAI.

      *> The enrollment key leads with the NPM, so a START there
      *> reads just this student's weeks.
       KUMPUL-ENROLLMENT.

      *> Only this student's records are counted; operator what-if
      *> reconstructions stay out, practice shows in its own column.
      *> When the nightly summary is current it is read instead; it
      *> is in NPM order, so the read stops past this student. Exam
      *> answers count as work there as they do in the raw scan.
       KUMPUL-KERJA.
           MOVE 0 TO MG-COUNT.
           CALL 'AKTCEK' USING WS-RINGKAS.
           IF WS-RINGKAS = 'Y'
               PERFORM KUMPUL-KERJA-RINGKAS
           ELSE
               PERFORM KUMPUL-KERJA-MENTAH
           END-IF.

       KUMPUL-KERJA-RINGKAS.
           OPEN INPUT RINGKAS-FILE.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ RINGKAS-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF AS-NPM > WS-NPM
                       MOVE 'Y' TO EOF-FLAG
                   ELSE
                       IF AS-NPM = WS-NPM
                           MOVE AS-MINGGU TO WS-MINGGU-KERJA
                           COMPUTE WS-N-KERJA = AS-DINILAI + AS-UJIAN
                           MOVE AS-LATIHAN TO WS-N-LATIHAN
                           PERFORM CATAT-KERJA-MINGGU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RINGKAS-FILE.

       KUMPUL-KERJA-MENTAH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       MOVE 'N' TO WS-KOR-HASIL
                       IF AUD-NPM = WS-NPM
                           CALL 'KORGET' USING AUD-NPM, AUD-TIMESTAMP,
                               WS-KOR-HASIL
                       END-IF
                       IF AUD-NPM = WS-NPM
                               AND NOT AUD-BATAL
                               AND WS-KOR-HASIL = 'N'
                               AND AUD-MODE NOT = 'W'
                           MOVE AUD-LAB-WEEK TO WS-MINGGU-KERJA
                           IF AUD-MODE = 'P'
                               MOVE 0 TO WS-N-KERJA
                               MOVE 1 TO WS-N-LATIHAN
                           ELSE
                               MOVE 1 TO WS-N-KERJA
                               MOVE 0 TO WS-N-LATIHAN
                           END-IF
                           PERFORM CATAT-KERJA-MINGGU
                       END-IF
                   END-IF
                   IF ADA-LAGI
                       IF ACT-NPM = WS-NPM
                           MOVE ACT-LAB-WEEK TO WS-MINGGU-KERJA
                           MOVE 1 TO WS-N-KERJA
                           MOVE 0 TO WS-N-LATIHAN
                           PERFORM CATAT-KERJA-MINGGU
                       END-IF
                   END-IF
           END-IF.

       TAMBAH-KERJA.
           ADD WS-N-KERJA TO MG-KERJA(MG-IDX).
           ADD WS-N-LATIHAN TO MG-LATIHAN(MG-IDX).

      *> Only the comments the instructor marked for the student, in
      *> whatever room the weeks left above the prompt.
       TAMPIL-KOMENTAR.
           OPEN INPUT KOMENTAR-FILE.
           IF WS-KM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NPM TO KM-NPM.
           MOVE SPACES TO KM-MINGGU.
           MOVE 0 TO KM-NO.
           START KOMENTAR-FILE KEY NOT < KM-KEY
               INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START.
           IF WS-KM-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
           ELSE
               MOVE 'Y' TO EOF-FLAG
           END-IF.
           MOVE 'N' TO WS-KETEMU.
           PERFORM UNTIL HABIS OR LIN-OUT > 17
               READ KOMENTAR-FILE NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF KM-NPM NOT = WS-NPM
                       MOVE 'Y' TO EOF-FLAG
                   ELSE
                       IF KM-UNTUK-MAHASISWA
                           PERFORM TAMPIL-SATU-KOMENTAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE KOMENTAR-FILE.

       TAMPIL-SATU-KOMENTAR.
           IF WS-KETEMU = 'N'
               DISPLAY (LIN-OUT, 10) 'CATATAN INSTRUKTUR :'
               ADD 1 TO LIN-OUT
               MOVE 'Y' TO WS-KETEMU
           END-IF.
           DISPLAY (LIN-OUT, 12) KM-MINGGU, ' ', KM-TEKS.
           ADD 1 TO LIN-OUT.
