      *> data/DISPUTE-NOTES.DAT  attached lines per case number
      *> (run bin/audarch CARI <npm> first; LAMPIR copies the fresh
      *> ARCHIVE-HITS.DAT into the case.)
      *> A CPYCHK case reference (SLyyyymmdd-nnn) opens one case per
      *> NPM in that copied-work group, with the whole group copied
      *> into each case's notes.
      *> A case is not closed by an operator who entered any of the
      *> audit records it is about (its NPM and week, live or
      *> archived): the refusal goes to the security log and another
      *> operator decides. The deciding operator is kept on the case.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.
       ENVIRONMENT DIVISION.
           SELECT CASE-REPORT ASSIGN TO "data/DISPUTE-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT COPY-CASE ASSIGN TO "data/COPY-CASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
           05 DC-KLAIM PIC X(30).
           05 FILLER PIC X.
           05 DC-PUTUSAN PIC X(30).
           05 FILLER PIC X.
           05 DC-PEMUTUS PIC X(10).
       FD NOTES-FILE.
       01 NOTES-RECORD.
           05 NT-NO PIC 9(4).
       01 HITS-RECORD PIC X(120).
       FD CASE-REPORT.
       01 CASE-REPORT-RECORD PIC X(100).
       FD COPY-CASE.
       01 COPY-CASE-RECORD.
           05 CC-REF PIC X(14).
           05 FILLER PIC X.
           05 CC-NPM PIC X(8).
           05 FILLER PIC X.
           05 CC-KELAS PIC X(5).
           05 FILLER PIC X.
           05 CC-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 CC-SHAPE PIC X(3).
           05 FILLER PIC X.
           05 CC-STATION PIC X(4).
           05 FILLER PIC X.
           05 CC-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 CC-SKOR PIC 9(3).
       FD AUDIT-FILE.
           COPY T2AUDIT.
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-NT-STATUS PIC XX.
           01 WS-HT-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-CC-STATUS PIC XX.
           01 WS-AUD-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'DISPUTE'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 PILIH PIC 9.
       01 ISI-NPM PIC X(8).
       01 ISI-MINGGU PIC X(4).
       01 WS-TGL-NUM PIC 9(8).
       01 LIN-OUT PIC 99.
       01 KASUS-TABEL.
           02 KS-BARIS PIC X(114) OCCURS 200 TIMES.
       01 KS-COUNT PIC 9(3) VALUE 0.
       01 KS-IDX PIC 9(3).
       01 KS-PENUH PIC X VALUE 'N'.
       01 ISI-REF PIC X(14).
       01 GRUP-SALIN.
           02 GS-BARIS PIC X(62) OCCURS 50 TIMES.
       01 GS-COUNT PIC 99 VALUE 0.
       01 GS-IDX PIC 99.
       01 GS-JDX PIC 99.
       01 WS-NPM-SUDAH PIC X.
       01 WS-DIBUKA PIC 99 VALUE 0.
       01 WS-SUDAH-ADA PIC 99 VALUE 0.
       01 WS-KLAIM-SALIN PIC X(30).
       01 WS-AUD-NAMA PIC X(40).
       01 WS-KONFLIK PIC X.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
           02 LINE 5 COLUMN 20 VALUE '2). LAMPIR HASIL ARSIP'.
           02 LINE 6 COLUMN 20 VALUE '3). PUTUS/TUTUP KASUS'.
           02 LINE 7 COLUMN 20 VALUE '4). LAPORAN KASUS TERBUKA'.
           02 LINE 8 COLUMN 20 VALUE '5). BUKA DARI REF SALINAN'.
           02 LINE 9 COLUMN 20 VALUE '6). SELESAI/KELUAR'.
           02 LINE 11 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           IF WS-HEADER-DONE = 'N'
           IF PILIH = 2 GO TO LAMPIR-ARSIP.
           IF PILIH = 3 GO TO PUTUS-KASUS.
           IF PILIH = 4 GO TO LAPORAN-TERBUKA.
           IF PILIH = 5 GO TO BUKA-DARI-SALINAN.
           IF PILIH = 6 GO TO SELESAI.
           GO TO MENU-UTAMA.

       BUKA-KASUS.
               GO TO MENU-UTAMA
           END-IF.
           MOVE 'N' TO WS-KETEMU.
           MOVE 'N' TO WS-KONFLIK.
           PERFORM VARYING KS-IDX FROM 1 BY 1
                   UNTIL KS-IDX > KS-COUNT
               MOVE KS-BARIS(KS-IDX) TO CASE-RECORD
               IF DC-NO = ISI-NO
                   MOVE 'Y' TO WS-KETEMU
                   PERFORM CEK-KONFLIK-KASUS
                   IF WS-KONFLIK = 'N'
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE 'TUTP' TO DC-STATUS
                       MOVE WS-TODAY TO DC-TUTUP-TGL
                       MOVE ISI-PUTUSAN TO DC-PUTUSAN
                       MOVE WS-OPERATOR TO DC-PEMUTUS
                       MOVE CASE-RECORD TO KS-BARIS(KS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-KETEMU = 'N'
                   DISPLAY (7, 3) 'KASUS TIDAK DITEMUKAN'
               WHEN WS-KONFLIK = 'Y'
                   DISPLAY (7, 3) 'ANDA MENCATAT RECORD DALAM KASUS INI'
                   DISPLAY (8, 3) 'PUTUSAN HARUS DIAMBIL OPERATOR LAIN'
                   MOVE 'SOD-TOLAK' TO WS-SEC-EVENT
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING 'PUTUS KASUS ' DELIMITED BY SIZE
                       ISI-NO DELIMITED BY SIZE
                       INTO WS-SEC-DETAIL
                   CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                       WS-OPERATOR, WS-SEC-DETAIL
               WHEN OTHER
                   PERFORM SIMPAN-KASUS
                   OPEN EXTEND NOTES-FILE
                   IF WS-NT-STATUS = "35"
                       OPEN OUTPUT NOTES-FILE
                   END-IF
                   IF WS-NT-STATUS = "00"
                       MOVE SPACES TO NOTES-RECORD
                       MOVE ISI-NO TO NT-NO
                       MOVE SPACES TO NT-BARIS
                       STRING 'PUTUSAN: ' DELIMITED BY SIZE
                           ISI-PUTUSAN DELIMITED BY SIZE
                           ' / ' DELIMITED BY SIZE
                           ISI-RULING DELIMITED BY SIZE
                           INTO NT-BARIS
                       WRITE NOTES-RECORD
                       CLOSE NOTES-FILE
                   END-IF
                   DISPLAY (7, 3) 'KASUS ', ISI-NO, ' DITUTUP'
           END-EVALUATE.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

               COMPUTE WS-UMUR = WS-INT-INI - WS-INT-BUKA
           END-IF.

      *> Opens a case for every NPM in one CPYCHK group. Each case
      *> gets the whole group as notes, so whichever student's case
      *> is decided first, the other submissions are in front of the
      *> instructor.
       BUKA-DARI-SALINAN.
           DISPLAY (2, 3) '===BUKA DARI REF SALINAN==='.
           DISPLAY (3, 3) 'REF KASUS (SLyyyymmdd-nnn) : '.
           ACCEPT ISI-REF.
           MOVE 0 TO GS-COUNT.
           OPEN INPUT COPY-CASE.
           IF WS-CC-STATUS NOT = "00"
               DISPLAY (5, 3) 'data/COPY-CASE.DAT TIDAK ADA'
               DISPLAY (6, 3) 'JALANKAN bin/cpychk DULU'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ COPY-CASE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF CC-REF = ISI-REF AND GS-COUNT < 50
                       ADD 1 TO GS-COUNT
                       MOVE COPY-CASE-RECORD TO GS-BARIS(GS-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE COPY-CASE.
           IF GS-COUNT = 0
               DISPLAY (5, 3) 'REF TIDAK DITEMUKAN DI COPY-CASE.DAT'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM CARI-NO-MAX.
           MOVE 0 TO WS-DIBUKA.
           MOVE 0 TO WS-SUDAH-ADA.
           MOVE SPACES TO WS-KLAIM-SALIN.
           STRING 'SALINAN ' DELIMITED BY SIZE
               ISI-REF DELIMITED BY SIZE
               INTO WS-KLAIM-SALIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > GS-COUNT
               MOVE GS-BARIS(GS-IDX) TO COPY-CASE-RECORD
               MOVE 'N' TO WS-NPM-SUDAH
               PERFORM VARYING GS-JDX FROM 1 BY 1
                       UNTIL GS-JDX >= GS-IDX
                   IF GS-BARIS(GS-JDX)(16:8) = CC-NPM
                       MOVE 'Y' TO WS-NPM-SUDAH
                   END-IF
               END-PERFORM
               IF WS-NPM-SUDAH = 'N'
                   PERFORM CEK-KASUS-SALINAN
               END-IF
               IF WS-NPM-SUDAH = 'N'
                   PERFORM BUKA-SATU-SALINAN
               END-IF
           END-PERFORM.
           DISPLAY (5, 3) WS-DIBUKA, ' KASUS DIBUKA UNTUK REF ',
               ISI-REF.
           DISPLAY (6, 3) 'KASUS TERAKHIR : ', WS-NO-MAX.
           IF WS-SUDAH-ADA > 0
               DISPLAY (7, 3) WS-SUDAH-ADA, ' NPM DILEWATI - ',
                   'KASUS SUDAH ADA'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> A ref entered again must not open a second case for a
      *> student who already has one from it, open or closed.
       CEK-KASUS-SALINAN.
           OPEN INPUT CASE-FILE.
           IF WS-CS-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS OR WS-NPM-SUDAH = 'Y'
                   READ CASE-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF DC-NPM = CC-NPM
                               AND DC-KLAIM = WS-KLAIM-SALIN
                           MOVE 'Y' TO WS-NPM-SUDAH
                           ADD 1 TO WS-SUDAH-ADA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       BUKA-SATU-SALINAN.
           OPEN EXTEND CASE-FILE.
           IF WS-CS-STATUS = "35"
               OPEN OUTPUT CASE-FILE
           END-IF.
           IF WS-CS-STATUS = "00"
               ADD 1 TO WS-NO-MAX
               ADD 1 TO WS-DIBUKA
               MOVE SPACES TO CASE-RECORD
               MOVE WS-NO-MAX TO DC-NO
               MOVE 'BUKA' TO DC-STATUS
               MOVE CC-NPM TO DC-NPM
               MOVE CC-MINGGU TO DC-MINGGU
               MOVE WS-TODAY TO DC-BUKA-TGL
               MOVE WS-KLAIM-SALIN TO DC-KLAIM
               WRITE CASE-RECORD
               CLOSE CASE-FILE
               OPEN EXTEND NOTES-FILE
               IF WS-NT-STATUS = "35"
                   OPEN OUTPUT NOTES-FILE
               END-IF
               PERFORM VARYING GS-JDX FROM 1 BY 1
                       UNTIL GS-JDX > GS-COUNT
                   MOVE SPACES TO NOTES-RECORD
                   MOVE WS-NO-MAX TO NT-NO
                   MOVE GS-BARIS(GS-JDX) TO NT-BARIS
                   WRITE NOTES-RECORD
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.

      *> Archive first, then the live audit file; 'W' what-if
      *> records are reconciliation work, not entry, and do not count.
       CEK-KONFLIK-KASUS.
           MOVE 'data/T2202-AUDIT-ARSIP.DAT' TO WS-AUD-NAMA.
           PERFORM BACA-AUDIT-KONFLIK.
           MOVE 'data/T2202-AUDIT.DAT' TO WS-AUD-NAMA.
           PERFORM BACA-AUDIT-KONFLIK.

       BACA-AUDIT-KONFLIK.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS OR WS-KONFLIK = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF AUD-NPM = DC-NPM
                               AND AUD-OPERATOR = WS-OPERATOR
                               AND AUD-MODE NOT = 'W'
                               AND (DC-MINGGU = SPACES
                                   OR AUD-LAB-WEEK = DC-MINGGU)
                           MOVE 'Y' TO WS-KONFLIK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       SETUP-HEADER.
           MOVE 'DISPUTE' TO WS-PROGRAM-NAME.
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
