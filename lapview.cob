      *> Report browser for the desk: when an instructor phones about
      *> last week's WEEKLY-REPORT.DAT or a DATAQC finding, the
      *> operator looks it up from the menu instead of paging the
      *> file in a shell.
      *> data/DIST-REGISTRY.DAT  the reports offered (DISTMGR's list)
      *> data/GEN-CONTROL.DAT    their current generation (GENMGR)
      *> A report under generation handling can be viewed at any
      *> generation GENMGR still keeps: the current one is the plain
      *> file, generation n of the older ones is <name>.G(n+1) -
      *> GENMGR rolls the previous file aside before a run writes.
      *> On screen the report pages forward and back, shifts right
      *> for wide lines, and finds the next line holding an NPM or
      *> kelas. The generation being viewed is printed (a copy for
      *> the desk, role MEJA) or re-issued to a role through
      *> bin/distmgr TERBIT, so both land in DIST-LOG.DAT like any
      *> other delivery.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-REGISTRY ASSIGN TO "data/DIST-REGISTRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT GEN-CONTROL ASSIGN TO "data/GEN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
           SELECT LAPORAN ASSIGN TO DYNAMIC WS-LIHAT-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-REGISTRY.
       01 DIST-REGISTRY-RECORD.
           05 RG-ROLE PIC X(10).
           05 FILLER PIC X.
           05 RG-REPORT PIC X(30).
       FD GEN-CONTROL.
       01 GEN-CONTROL-RECORD.
           05 GC-NAME PIC X(30).
           05 FILLER PIC X.
           05 GC-GEN PIC 9(4).
           05 FILLER PIC X.
           05 GC-DATE PIC X(8).
       FD LAPORAN.
       01 LAPORAN-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-OPR-LEVEL-PERLU PIC 9.
           01 WS-OPR-HASIL PIC X.
               88 OPERATOR-SAH VALUE 'Y'.
           01 WS-RG-STATUS PIC XX.
           01 WS-GC-STATUS PIC XX.
           01 WS-LP-STATUS PIC XX.
      *> One line per distinct report in the registry, with the
      *> generation GENMGR last wrote (0 when it is not under
      *> generation handling).
       01 LAP-TABEL.
           02 LP-ITEM OCCURS 16 TIMES INDEXED BY LP-IDX.
               03 LP-NAMA PIC X(30).
               03 LP-GEN PIC 9(4).
               03 LP-TGL PIC X(8).
       01 LP-COUNT PIC 99 VALUE 0.
       01 LP-PENUH PIC X VALUE 'N'.
      *> The generations of the chosen report still on disk, newest
      *> first: the current file plus GENMGR's five archives.
       01 GEN-TABEL.
           02 GP-ITEM OCCURS 6 TIMES INDEXED BY GP-IDX.
               03 GP-GEN PIC 9(4).
               03 GP-FILE PIC X(40).
               03 GP-TGL PIC X(10).
       01 GP-COUNT PIC 9 VALUE 0.
       01 WS-GEN-CEK PIC 9(4).
       01 WS-GEN-ARSIP PIC 9(4).
       01 WS-GEN-BAWAH PIC 9(4).
       01 WS-PILIH PIC 99.
       01 WS-NOMOR PIC 9.
       01 WS-ADA PIC X.
       01 LIN-OUT PIC 99.
       01 WS-LIHAT-NAMA PIC X(40).
       01 WS-LIHAT-LAP PIC X(30).
       01 WS-LIHAT-GEN PIC 9(4).
       01 WS-BARIS-AWAL PIC 9(5).
       01 WS-BARIS-AKHIR PIC 9(5).
       01 WS-BARIS-TOTAL PIC 9(5).
       01 WS-BARIS-NO PIC 9(5).
       01 WS-HALAMAN PIC 99 VALUE 17.
       01 WS-KOLOM PIC 999 VALUE 1.
       01 WS-PERINTAH PIC X.
       01 WS-PESAN PIC X(60).
       01 WS-CARI PIC X(20).
       01 WS-CARI-LEN PIC 99.
       01 WS-POSISI PIC 999.
       01 WS-BATAS PIC 999.
       01 WS-COCOK PIC X.
           88 BARIS-COCOK VALUE 'Y'.
       01 WS-ROLE PIC X(10).
       01 WS-CMD PIC X(90).
       01 WS-INFO-FILE.
           05 WS-INFO-UKURAN PIC X(8) COMP-X.
           05 WS-INFO-HARI PIC X COMP-X.
           05 WS-INFO-BULAN PIC X COMP-X.
           05 WS-INFO-TAHUN PIC X(2) COMP-X.
           05 WS-INFO-JAM PIC X COMP-X.
           05 WS-INFO-MENIT PIC X COMP-X.
           05 WS-INFO-DETIK PIC X COMP-X.
           05 WS-INFO-CENTI PIC X COMP-X.
       01 WS-TGL-FILE.
           05 WS-TF-HARI PIC 99.
           05 FILLER PIC X VALUE '-'.
           05 WS-TF-BULAN PIC 99.
           05 FILLER PIC X VALUE '-'.
           05 WS-TF-TAHUN PIC 9(4).
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       PROCEDURE DIVISION.
       MULAI.
           IF WS-HEADER-DONE = 'N'
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.

       DAFTAR-LAPORAN.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (2, 3) '===PENJELAJAH LAPORAN==='.
           PERFORM MUAT-LAPORAN.
           IF LP-COUNT = 0
               DISPLAY (4, 3) 'DIST-REGISTRY.DAT KOSONG/TIDAK ADA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO SELESAI
           END-IF.
           MOVE 4 TO LIN-OUT.
           PERFORM VARYING LP-IDX FROM 1 BY 1
                   UNTIL LP-IDX > LP-COUNT
               SET WS-PILIH TO LP-IDX
               IF LP-GEN(LP-IDX) = 0
                   DISPLAY (LIN-OUT, 3) WS-PILIH, '. ',
                       LP-NAMA(LP-IDX), ' (TANPA GENERASI)'
               ELSE
                   DISPLAY (LIN-OUT, 3) WS-PILIH, '. ',
                       LP-NAMA(LP-IDX), ' G', LP-GEN(LP-IDX),
                       ' ', LP-TGL(LP-IDX)
               END-IF
               ADD 1 TO LIN-OUT
           END-PERFORM.
           IF LP-PENUH = 'Y'
               DISPLAY (LIN-OUT, 3) '(DAFTAR DIPOTONG - 16 LAPORAN)'
           END-IF.
           DISPLAY (21, 3) 'NOMOR LAPORAN (0=KELUAR) : '.
           MOVE 0 TO WS-PILIH.
           ACCEPT WS-PILIH.
           IF WS-PILIH = 0
               GO TO SELESAI
           END-IF.
           IF WS-PILIH NOT NUMERIC OR WS-PILIH > LP-COUNT
               GO TO DAFTAR-LAPORAN
           END-IF.
           MOVE LP-NAMA(WS-PILIH) TO WS-LIHAT-LAP.

       PILIH-GENERASI.
           PERFORM CARI-GENERASI.
           IF GP-COUNT = 0
               DISPLAY (22, 3) 'FILE LAPORAN BELUM ADA DI DISK'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO DAFTAR-LAPORAN
           END-IF.
           MOVE 1 TO WS-NOMOR.
           IF GP-COUNT > 1
               DISPLAY HAPUS-LAYAR
               DISPLAY LAYAR-RUN-HEADER
               DISPLAY (2, 3) WS-LIHAT-LAP
               MOVE 4 TO LIN-OUT
               PERFORM VARYING GP-IDX FROM 1 BY 1
                       UNTIL GP-IDX > GP-COUNT
                   SET WS-NOMOR TO GP-IDX
                   DISPLAY (LIN-OUT, 3) WS-NOMOR, '. G',
                       GP-GEN(GP-IDX), '  TGL ', GP-TGL(GP-IDX)
                   ADD 1 TO LIN-OUT
               END-PERFORM
               DISPLAY (4, 40) '(TERKINI)'
               ADD 1 TO LIN-OUT
               DISPLAY (LIN-OUT, 3) 'NOMOR GENERASI (0=TERKINI) : '
               MOVE 0 TO WS-NOMOR
               ACCEPT WS-NOMOR
               IF WS-NOMOR NOT NUMERIC OR WS-NOMOR = 0
                       OR WS-NOMOR > GP-COUNT
                   MOVE 1 TO WS-NOMOR
               END-IF
           END-IF.
           MOVE GP-FILE(WS-NOMOR) TO WS-LIHAT-NAMA.
           MOVE GP-GEN(WS-NOMOR) TO WS-LIHAT-GEN.
           PERFORM HITUNG-BARIS.
           MOVE 1 TO WS-BARIS-AWAL.
           MOVE 1 TO WS-KOLOM.
           MOVE SPACES TO WS-PESAN.

      *> Lines 3-19 carry the page; the file is reread from the top
      *> for each page, which keeps paging back as simple as forward
      *> on a line-sequential report.
       TAMPIL-HALAMAN.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           COMPUTE WS-BARIS-AKHIR = WS-BARIS-AWAL + WS-HALAMAN - 1.
           IF WS-BARIS-AKHIR > WS-BARIS-TOTAL
               MOVE WS-BARIS-TOTAL TO WS-BARIS-AKHIR
           END-IF.
           DISPLAY (2, 2) WS-LIHAT-NAMA, ' G', WS-LIHAT-GEN,
               ' BARIS ', WS-BARIS-AWAL, '-', WS-BARIS-AKHIR,
               '/', WS-BARIS-TOTAL.
           PERFORM BACA-HALAMAN.
           DISPLAY (20, 2) 'N=LANJUT P=KEMBALI A=AWAL C=CARI G=GESER'
               ' T=CETAK K=TERBIT S=SELESAI'.
           IF WS-PESAN NOT = SPACES
               DISPLAY (21, 2) WS-PESAN
               MOVE SPACES TO WS-PESAN
           END-IF.
           DISPLAY (22, 2) 'PERINTAH : '.
           MOVE 'N' TO WS-PERINTAH.
           ACCEPT WS-PERINTAH.
           INSPECT WS-PERINTAH CONVERTING 'npagcstk' TO 'NPAGCSTK'.
           EVALUATE WS-PERINTAH
               WHEN 'N'
                   IF WS-BARIS-AWAL + WS-HALAMAN <= WS-BARIS-TOTAL
                       ADD WS-HALAMAN TO WS-BARIS-AWAL
                   ELSE
                       MOVE 'AKHIR LAPORAN' TO WS-PESAN
                   END-IF
               WHEN 'P'
                   IF WS-BARIS-AWAL > WS-HALAMAN
                       SUBTRACT WS-HALAMAN FROM WS-BARIS-AWAL
                   ELSE
                       MOVE 1 TO WS-BARIS-AWAL
                   END-IF
               WHEN 'A'
                   MOVE 1 TO WS-BARIS-AWAL
               WHEN 'G'
                   IF WS-KOLOM = 1
                       MOVE 54 TO WS-KOLOM
                   ELSE
                       MOVE 1 TO WS-KOLOM
                   END-IF
               WHEN 'C'
                   PERFORM CARI-TEKS
               WHEN 'T'
                   MOVE 'MEJA' TO WS-ROLE
                   PERFORM KIRIM-DISTMGR
               WHEN 'K'
                   DISPLAY (23, 2) 'UNTUK ROLE : '
                   MOVE SPACES TO WS-ROLE
                   ACCEPT WS-ROLE
                   IF WS-ROLE NOT = SPACES
                       PERFORM KIRIM-DISTMGR
                   END-IF
               WHEN 'S'
                   GO TO DAFTAR-LAPORAN
           END-EVALUATE.
           GO TO TAMPIL-HALAMAN.

       SELESAI.
           STOP RUN.

       MUAT-LAPORAN.
           MOVE 0 TO LP-COUNT.
           MOVE 'N' TO LP-PENUH.
           OPEN INPUT DIST-REGISTRY.
           IF WS-RG-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ DIST-REGISTRY
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND RG-REPORT NOT = SPACES
                       PERFORM CATAT-LAPORAN
                   END-IF
               END-PERFORM
               CLOSE DIST-REGISTRY
           END-IF.
           OPEN INPUT GEN-CONTROL.
           IF WS-GC-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ GEN-CONTROL
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND GC-GEN NUMERIC
                       PERFORM VARYING LP-IDX FROM 1 BY 1
                               UNTIL LP-IDX > LP-COUNT
                           IF LP-NAMA(LP-IDX) = GC-NAME
                               MOVE GC-GEN TO LP-GEN(LP-IDX)
                               MOVE GC-DATE TO LP-TGL(LP-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE GEN-CONTROL
           END-IF.

      *> A report registered for several roles is listed once.
       CATAT-LAPORAN.
           MOVE 'N' TO WS-ADA.
           PERFORM VARYING LP-IDX FROM 1 BY 1
                   UNTIL LP-IDX > LP-COUNT
               IF LP-NAMA(LP-IDX) = RG-REPORT
                   MOVE 'Y' TO WS-ADA
               END-IF
           END-PERFORM.
           IF WS-ADA = 'N'
               IF LP-COUNT < 16
                   ADD 1 TO LP-COUNT
                   MOVE RG-REPORT TO LP-NAMA(LP-COUNT)
                   MOVE 0 TO LP-GEN(LP-COUNT)
                   MOVE SPACES TO LP-TGL(LP-COUNT)
               ELSE
                   MOVE 'Y' TO LP-PENUH
               END-IF
           END-IF.

      *> GENMGR keeps <name>.G(n+1) for the five generations below
      *> the current one and prunes the rest; only files still on
      *> disk are offered.
       CARI-GENERASI.
           MOVE 0 TO GP-COUNT.
           MOVE LP-GEN(WS-PILIH) TO WS-GEN-CEK.
           MOVE WS-LIHAT-LAP TO WS-LIHAT-NAMA.
           PERFORM CEK-SATU-GENERASI.
           IF WS-GEN-CEK > 5
               COMPUTE WS-GEN-BAWAH = WS-GEN-CEK - 5
           ELSE
               MOVE 1 TO WS-GEN-BAWAH
           END-IF.
           PERFORM UNTIL WS-GEN-CEK <= WS-GEN-BAWAH
               SUBTRACT 1 FROM WS-GEN-CEK
               COMPUTE WS-GEN-ARSIP = WS-GEN-CEK + 1
               MOVE SPACES TO WS-LIHAT-NAMA
               STRING WS-LIHAT-LAP DELIMITED BY SPACE
                   '.G' DELIMITED BY SIZE
                   WS-GEN-ARSIP DELIMITED BY SIZE
                   INTO WS-LIHAT-NAMA
               PERFORM CEK-SATU-GENERASI
           END-PERFORM.

       CEK-SATU-GENERASI.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-LIHAT-NAMA,
               WS-INFO-FILE.
           IF RETURN-CODE = 0
               ADD 1 TO GP-COUNT
               MOVE WS-GEN-CEK TO GP-GEN(GP-COUNT)
               MOVE WS-LIHAT-NAMA TO GP-FILE(GP-COUNT)
               MOVE WS-INFO-HARI TO WS-TF-HARI
               MOVE WS-INFO-BULAN TO WS-TF-BULAN
               MOVE WS-INFO-TAHUN TO WS-TF-TAHUN
               MOVE WS-TGL-FILE TO GP-TGL(GP-COUNT)
           END-IF.
           MOVE 0 TO RETURN-CODE.

       HITUNG-BARIS.
           MOVE 0 TO WS-BARIS-TOTAL.
           OPEN INPUT LAPORAN.
           IF WS-LP-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ LAPORAN
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       ADD 1 TO WS-BARIS-TOTAL
                   END-IF
               END-PERFORM
               CLOSE LAPORAN
           END-IF.

       BACA-HALAMAN.
           MOVE 3 TO LIN-OUT.
           MOVE 0 TO WS-BARIS-NO.
           OPEN INPUT LAPORAN.
           IF WS-LP-STATUS NOT = "00"
               DISPLAY (3, 2) 'FILE TIDAK BISA DIBUKA: ', WS-LP-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS OR WS-BARIS-NO >= WS-BARIS-AKHIR
               READ LAPORAN
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   ADD 1 TO WS-BARIS-NO
                   IF WS-BARIS-NO >= WS-BARIS-AWAL
                       DISPLAY (LIN-OUT, 1)
                           LAPORAN-RECORD(WS-KOLOM:79)
                       ADD 1 TO LIN-OUT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LAPORAN.

      *> Finds the next line after the top of the page holding the
      *> NPM or kelas typed, and moves the page to it.
       CARI-TEKS.
           DISPLAY (23, 2) 'CARI NPM/KELAS : '.
           MOVE SPACES TO WS-CARI.
           ACCEPT WS-CARI.
           INSPECT WS-CARI CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO WS-CARI-LEN.
           PERFORM VARYING WS-POSISI FROM 20 BY -1
                   UNTIL WS-POSISI < 1 OR WS-CARI-LEN > 0
               IF WS-CARI(WS-POSISI:1) NOT = SPACE
                   MOVE WS-POSISI TO WS-CARI-LEN
               END-IF
           END-PERFORM.
           IF WS-CARI-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BATAS = 132 - WS-CARI-LEN + 1.
           MOVE 0 TO WS-BARIS-NO.
           MOVE 'N' TO WS-COCOK.
           OPEN INPUT LAPORAN.
           IF WS-LP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS OR BARIS-COCOK
               READ LAPORAN
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   ADD 1 TO WS-BARIS-NO
                   IF WS-BARIS-NO > WS-BARIS-AWAL
                       PERFORM PERIKSA-BARIS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LAPORAN.
           IF BARIS-COCOK
               MOVE WS-BARIS-NO TO WS-BARIS-AWAL
               MOVE SPACES TO WS-PESAN
               STRING 'DITEMUKAN: ' DELIMITED BY SIZE
                   WS-CARI(1:WS-CARI-LEN) DELIMITED BY SIZE
                   INTO WS-PESAN
           ELSE
               MOVE SPACES TO WS-PESAN
               STRING 'TIDAK DITEMUKAN LAGI: ' DELIMITED BY SIZE
                   WS-CARI(1:WS-CARI-LEN) DELIMITED BY SIZE
                   INTO WS-PESAN
           END-IF.

       PERIKSA-BARIS.
           PERFORM VARYING WS-POSISI FROM 1 BY 1
                   UNTIL WS-POSISI > WS-BATAS OR BARIS-COCOK
               IF LAPORAN-RECORD(WS-POSISI:WS-CARI-LEN) =
                       WS-CARI(1:WS-CARI-LEN)
                   MOVE 'Y' TO WS-COCOK
               END-IF
           END-PERFORM.

      *> Print and re-issue both go through DISTMGR, which copies the
      *> generation to data/REISSUE.DAT and logs it as delivered.
       KIRIM-DISTMGR.
           MOVE SPACES TO WS-CMD.
           STRING 'bin/distmgr TERBIT ' DELIMITED BY SIZE
               WS-LIHAT-LAP DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-LIHAT-GEN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ROLE DELIMITED BY SPACE
               INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-PESAN.
           STRING 'G' DELIMITED BY SIZE
               WS-LIHAT-GEN DELIMITED BY SIZE
               ' DIKIRIM KE DISTMGR UNTUK ' DELIMITED BY SIZE
               WS-ROLE DELIMITED BY SPACE
               INTO WS-PESAN.

       SETUP-HEADER.
           MOVE 'LAPVIEW' TO WS-PROGRAM-NAME.
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
