      *> Lab attendance: who was physically in the lab, and when.
      *> Interactive (from DRIVER): sign in / sign out by NPM at the
      *> start and end of a session, validated against the student
      *> master, appended to data/ATTEND.DAT. Sign-in also takes the
      *> station the student sits at and warns when no booking in
      *> data/STA-BOOKING.DAT covers it, or it is booked for another
      *> kelas.
      *>   bin/labattn LAPORAN <minggu>   weekly exception report
      *> crossing attendance against the audit trail and the activity
      *> file: audit work with no matching attendance that week
      *> (someone ran work under an absent student's NPM - the
      *> academic-integrity case) and attendance with no work at all.
      *> A student whose week is covered by an approved make-up or
      *> excused absence (SUSULAN) drops out of both lists and is
      *> only counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABATTN.
       ENVIRONMENT DIVISION.
           SELECT EXC-REPORT ASSIGN TO "data/ATTEND-EXCEPTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RINGKAS-FILE ASSIGN TO "data/ACT-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY STUMAST.
       FD ATTEND-FILE.
           COPY ATTEND.
       FD AUDIT-FILE.
           COPY T2AUDIT.
       FD ACTIVITY-LOG.
           COPY ACTLOG.
       FD EXC-REPORT.
       01 EXC-REPORT-RECORD PIC X(80).
       FD RINGKAS-FILE.
           COPY AKTSUM.
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-AUD-STATUS PIC XX.
           01 WS-ACT-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RK-STATUS PIC XX.
           01 WS-RINGKAS PIC X.
           01 WS-KOR-HASIL PIC X.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'LABATTN'.
           01 WS-ERR-FIELD PIC X(15).
       01 PILIH PIC 9.
       01 ISI-NPM PIC X(8).
       01 ISI-STASIUN PIC X(4).
       01 WS-LABSTA PIC X(4).
       01 WS-STA-HASIL PIC X.
       01 WS-HARI-INI PIC X(8).
       01 WS-JAM-INI PIC X(8).
       01 WS-BK-JAM PIC X(4).
       01 WS-BK-KELAS PIC X(5).
       01 WS-BK-HASIL PIC X.
       01 WS-CLI-ARG PIC X(20).
       01 WS-MINGGU PIC X(4).
       01 WS-KAL-MINGGU PIC X(4).
       01 WS-ADA PIC X.
       01 WS-EXC-KERJA PIC 9(4) VALUE 0.
       01 WS-EXC-HADIR PIC 9(4) VALUE 0.
       01 WS-EXC-MAAF PIC 9(4) VALUE 0.
       01 WS-SUS-TS PIC X(14) VALUE SPACES.
       01 WS-SUS-HASIL PIC X.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
           DISPLAY (2, 3) '===SIGN-IN MAHASISWA==='.
           PERFORM TERIMA-NPM-ABSEN.
           IF WS-SM-STATUS = "00"
               PERFORM TERIMA-STASIUN-ABSEN
               PERFORM TULIS-ABSEN
               DISPLAY (6, 3) 'SIGN-IN DICATAT : ', SM-NAMA
               PERFORM PERIKSA-BOOKING
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.
           DISPLAY (2, 3) '===SIGN-OUT MAHASISWA==='.
           PERFORM TERIMA-NPM-ABSEN.
           IF WS-SM-STATUS = "00"
               MOVE SPACES TO ISI-STASIUN
               PERFORM TULIS-ABSEN
               DISPLAY (6, 3) 'SIGN-OUT DICATAT : ', SM-NAMA
           END-IF.
               CLOSE STUDENT-MASTER
           END-IF.

      *> The station defaults to the one this desk signed on at
      *> (LABSTA); an unknown ID is refused like DRIVER's sign-on, an
      *> out-of-service one is let through with a warning since the
      *> student is already sitting at it.
       TERIMA-STASIUN-ABSEN.
           PERFORM WITH TEST AFTER UNTIL WS-STA-HASIL NOT = 'N'
               MOVE SPACES TO ISI-STASIUN
               DISPLAY (4, 3) 'STASIUN (KOSONG=', WS-LABSTA, ') : '
               ACCEPT ISI-STASIUN
               IF ISI-STASIUN = SPACES
                   MOVE WS-LABSTA TO ISI-STASIUN
               END-IF
               IF ISI-STASIUN = SPACES
                   MOVE 'Y' TO WS-STA-HASIL
               ELSE
                   CALL 'STACHK' USING ISI-STASIUN, WS-STA-HASIL
               END-IF
               IF WS-STA-HASIL = 'N'
                   DISPLAY (5, 3) 'STASIUN TIDAK TERDAFTAR'
                   MOVE ISI-STASIUN TO WS-LOG-VALUE
                   MOVE 'STASIUN-ABSEN' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           IF WS-STA-HASIL = 'R'
               DISPLAY (5, 3) 'PERINGATAN: STASIUN DITANDAI RUSAK'
           END-IF.

      *> A warning, not a refusal: the student is in the seat either
      *> way, and BOOKMNT's weekly report picks the case up as
      *> used-but-unbooked.
       PERIKSA-BOOKING.
           IF ISI-STASIUN NOT = SPACES
               ACCEPT WS-HARI-INI FROM DATE YYYYMMDD
               ACCEPT WS-JAM-INI FROM TIME
               MOVE WS-JAM-INI(1:4) TO WS-BK-JAM
               CALL 'BOOKCHK' USING ISI-STASIUN, WS-HARI-INI,
                   WS-BK-JAM, WS-BK-KELAS, WS-BK-HASIL
               IF WS-BK-HASIL = 'N'
                   DISPLAY (7, 3) 'PERINGATAN: STASIUN ', ISI-STASIUN,
                       ' TIDAK DIPESAN UNTUK JAM INI'
               END-IF
               IF WS-BK-HASIL = 'Y' AND WS-BK-KELAS NOT = SM-KELAS
                   DISPLAY (7, 3) 'PERINGATAN: STASIUN ', ISI-STASIUN,
                       ' DIPESAN UNTUK KELAS ', WS-BK-KELAS
               END-IF
           END-IF.

       TULIS-ABSEN.
           OPEN EXTEND ATTEND-FILE.
           IF WS-AT-STATUS = "35"
               END-IF
               ACCEPT AT-TIME FROM TIME
               MOVE WS-OPERATOR TO AT-OPERATOR
               MOVE ISI-STASIUN TO AT-STATION
               WRITE ATTEND-RECORD
               CLOSE ATTEND-FILE
           END-IF.
                       MOVE 'Y' TO WS-ADA
                   END-IF
               END-PERFORM
               IF WS-ADA = 'N'
                   CALL 'SUSGET' USING KJ-NPM(KJ-IDX), WS-MINGGU,
                       WS-SUS-TS, WS-SUS-HASIL
                   IF WS-SUS-HASIL NOT = 'N'
                       ADD 1 TO WS-EXC-MAAF
                       MOVE 'Y' TO WS-ADA
                   END-IF
               END-IF
               IF WS-ADA = 'N'
                   ADD 1 TO WS-EXC-KERJA
                   MOVE SPACES TO EXC-REPORT-RECORD
                       MOVE 'Y' TO WS-ADA
                   END-IF
               END-PERFORM
               IF WS-ADA = 'N'
                   CALL 'SUSGET' USING HD-NPM(HD-IDX), WS-MINGGU,
                       WS-SUS-TS, WS-SUS-HASIL
                   IF WS-SUS-HASIL NOT = 'N'
                       ADD 1 TO WS-EXC-MAAF
                       MOVE 'Y' TO WS-ADA
                   END-IF
               END-IF
               IF WS-ADA = 'N'
                   ADD 1 TO WS-EXC-HADIR
                   MOVE SPACES TO EXC-REPORT-RECORD
               WS-EXC-HADIR DELIMITED BY SIZE
               INTO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE SPACES TO EXC-REPORT-RECORD.
           STRING 'DIKECUALIKAN (SUSULAN/IZIN DISETUJUI) '
               DELIMITED BY SIZE
               WS-EXC-MAAF DELIMITED BY SIZE
               INTO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           CLOSE EXC-REPORT.
           DISPLAY 'LAPORAN SELESAI, LIHAT data/ATTEND-EXCEPTION.DAT'.


      *> "Work" is any audit record for the week plus any activity
      *> record from the non-T2202 programs; operator what-if
      *> reconstructions (AUD-MODE 'W') are not student work. The
      *> nightly summary gives the same answer when it is current.
       KUMPUL-KERJA.
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
                   IF AS-MINGGU = WS-MINGGU
                           AND (AS-DARI-AUDIT OR AS-DARI-KEGIATAN)
                           AND AS-DINILAI + AS-LATIHAN + AS-UJIAN > 0
                       MOVE AS-NPM TO ISI-NPM
                       PERFORM CATAT-KERJA
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
                       IF AUD-NPM(1:3) NOT = 'CTL'
                               AND AUD-LAB-WEEK = WS-MINGGU
                           CALL 'KORGET' USING AUD-NPM, AUD-TIMESTAMP,
                               WS-KOR-HASIL
                       END-IF
                       IF AUD-NPM(1:3) NOT = 'CTL'
                               AND NOT AUD-BATAL
                               AND WS-KOR-HASIL = 'N'
                               AND AUD-MODE NOT = 'W'
                               AND AUD-LAB-WEEK = WS-MINGGU
                           MOVE AUD-NPM TO ISI-NPM

       SETUP-HEADER.
           MOVE 'LABATTN' TO WS-PROGRAM-NAME.
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
           ACCEPT WS-LAB-WEEK FROM ENVIRONMENT 'LABWEEK'
               ON EXCEPTION MOVE SPACES TO WS-LAB-WEEK
           END-ACCEPT.
           ACCEPT WS-LABSTA FROM ENVIRONMENT 'LABSTA'
               ON EXCEPTION MOVE SPACES TO WS-LABSTA
           END-ACCEPT.

       SELESAI.
           STOP RUN.
