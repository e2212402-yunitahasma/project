      *> Message catalog maintenance. data/MSG-CATALOG.DAT (MSGKAT.cpy)
      *> carries the English text MSGCAT hands to COBOLL, DRIVER,
      *> WEEKRPT and NOTICE, next to the Indonesian default for the
      *> translator's reference. Entries are added, changed and retired
      *> here rather than in an editor, so every text is checked
      *> against the width of the screen or report field it lands in
      *> and every change is journaled with the operator and date.
      *>   data/MSG-FIELD.DAT        message id -> field width and the
      *>                             program that reads it, one per
      *>                             line: <id>|<width>|<program>. A new
      *>                             key in code gets its line here
      *>                             before its catalog entries.
      *>   data/MSG-CATALOG-JRNL.DAT change journal, STUMAINT's
      *>                             before/after convention.
      *> Run with LAPORAN (no screen, no sign-on) for the coverage
      *> report in data/MSG-CAKUPAN.DAT: keys with Indonesian but no
      *> English entry (the screen silently stays Indonesian) or the
      *> reverse, duplicate entries (MSGCAT takes the first), orphans
      *> no program reads any more (a key renamed in code) and texts
      *> longer than their field.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSG-CATALOG ASSIGN TO "data/MSG-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT MSG-FIELD ASSIGN TO "data/MSG-FIELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT KAT-JURNAL ASSIGN TO "data/MSG-CATALOG-JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT CAKUPAN-RPT ASSIGN TO "data/MSG-CAKUPAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MSG-CATALOG.
           COPY MSGKAT.
       FD MSG-FIELD.
       01 MSG-FIELD-RECORD.
           05 MF-ID PIC X(12).
           05 FILLER PIC X.
           05 MF-LEBAR PIC 99.
           05 FILLER PIC X.
           05 MF-PROGRAM PIC X(8).
       FD KAT-JURNAL.
       01 KAT-JURNAL-RECORD PIC X(170).
       FD CAKUPAN-RPT.
       01 CAKUPAN-RPT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-OPR-LEVEL-PERLU PIC 9.
           01 WS-OPR-HASIL PIC X.
               88 OPERATOR-SAH VALUE 'Y'.
           01 WS-MC-STATUS PIC XX.
           01 WS-MF-STATUS PIC XX.
           01 WS-JR-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'MSGMNT'.
           01 WS-ERR-FIELD PIC X(15).
           01 WS-CLI-ARG PIC X(20).
           01 WS-TODAY PIC X(8).
           01 WS-TIMESTAMP PIC X(14).
           01 WS-AKSI PIC X(7).
           01 WS-TEKS-LAMA PIC X(46).
           01 WS-TEKS-BARU PIC X(46).
       01 PILIH PIC 9.
       01 ISI-ID PIC X(12).
       01 ISI-LANG PIC XX.
           88 LANG-SAH VALUE 'ID' 'EN'.
       01 ISI-TEKS PIC X(46).
       01 ISI-YAKIN PIC X.
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
      *> The catalog is held whole and written back whole after each
      *> change, in file order. MSGCAT stops loading at 500 lines, so
      *> a catalog past that is refused rather than cut short here.
       01 WS-KAT-JUMLAH PIC 9(4) VALUE 0.
       01 WS-KAT-BARIS PIC 9(4) VALUE 0.
       01 WS-KAT-MAKS PIC 9(4) VALUE 500.
       01 KATALOG.
           05 KT-ITEM OCCURS 500 TIMES.
               10 KT-LANG PIC XX.
               10 KT-ID PIC X(12).
               10 KT-TEKS PIC X(46).
       01 WS-FT-JUMLAH PIC 9(4) VALUE 0.
       01 FIELD-TABEL.
           05 FT-ITEM OCCURS 300 TIMES.
               10 FT-ID PIC X(12).
               10 FT-LEBAR PIC 99.
               10 FT-PROGRAM PIC X(8).
      *> One line per distinct key across catalog and field file, for
      *> the coverage report.
       01 WS-UK-JUMLAH PIC 9(4) VALUE 0.
       01 KUNCI-TABEL.
           05 UK-ITEM OCCURS 800 TIMES.
               10 UK-ID PIC X(12).
               10 UK-ID-N PIC 99.
               10 UK-EN-N PIC 99.
               10 UK-FT PIC 9(4).
       01 WS-IDX PIC 9(4).
       01 WS-IDX2 PIC 9(4).
       01 WS-POS PIC 9(4).
       01 WS-SISIP PIC 9(4).
       01 WS-FT-POS PIC 9(4).
       01 WS-LEBAR PIC 99.
       01 WS-PANJANG PIC 99.
       01 WS-TEKS-UJI PIC X(46).
       01 WS-N-TANPA-ID PIC 9(4) VALUE 0.
       01 WS-N-TANPA-EN PIC 9(4) VALUE 0.
       01 WS-N-GANDA PIC 9(4) VALUE 0.
       01 WS-N-YATIM PIC 9(4) VALUE 0.
       01 WS-N-PANJANG PIC 9(4) VALUE 0.
       01 WS-RPT-KATEGORI PIC X(16).
       01 WS-RPT-LANG PIC XX.
       01 WS-RPT-PROGRAM PIC X(8).
       01 WS-RPT-CATATAN PIC X(50).
       01 WS-PESAN PIC X(60).
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'KATALOG PESAN'.
           02 LINE 4 COLUMN 20 VALUE '1). LIHAT ENTRI'.
           02 LINE 5 COLUMN 20 VALUE '2). TAMBAH ENTRI'.
           02 LINE 6 COLUMN 20 VALUE '3). UBAH TEKS'.
           02 LINE 7 COLUMN 20 VALUE '4). PENSIUNKAN ENTRI'.
           02 LINE 8 COLUMN 20 VALUE '5). LAPORAN CAKUPAN'.
           02 LINE 9 COLUMN 20 VALUE '6). SELESAI/KELUAR'.
           02 LINE 11 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:7) = 'LAPORAN'
               PERFORM BUAT-LAPORAN
               DISPLAY 'TANPA TEKS EN    : ' WS-N-TANPA-EN
               DISPLAY 'TANPA TEKS ID    : ' WS-N-TANPA-ID
               DISPLAY 'ENTRI GANDA      : ' WS-N-GANDA
               DISPLAY 'KUNCI YATIM      : ' WS-N-YATIM
               DISPLAY 'TEKS TERLALU PJG : ' WS-N-PANJANG
               DISPLAY 'LAPORAN SELESAI, LIHAT data/MSG-CAKUPAN.DAT'
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
           IF PILIH = 1 GO TO LIHAT-ENTRI.
           IF PILIH = 2 GO TO TAMBAH-ENTRI.
           IF PILIH = 3 GO TO UBAH-ENTRI.
           IF PILIH = 4 GO TO PENSIUN-ENTRI.
           IF PILIH = 5 GO TO LAYAR-LAPORAN.
           IF PILIH = 6 GO TO SELESAI.
           GO TO MENU-UTAMA.

       LIHAT-ENTRI.
           DISPLAY (2, 3) '===LIHAT ENTRI KATALOG==='.
           PERFORM MUAT-KATALOG.
           PERFORM MUAT-FIELD.
           DISPLAY (3, 3) 'KUNCI PESAN    : '.
           ACCEPT ISI-ID.
           INSPECT ISI-ID CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM CARI-FIELD.
           IF WS-FT-POS = 0
               DISPLAY (5, 3) 'FIELD          : TIDAK DIPAKAI PROGRAM'
           ELSE
               DISPLAY (5, 3) 'FIELD          : ', WS-LEBAR,
                   ' KARAKTER, ', FT-PROGRAM(WS-FT-POS)
           END-IF.
           MOVE 7 TO LIN-OUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAT-JUMLAH
               IF KT-ID(WS-IDX) = ISI-ID
                   DISPLAY (LIN-OUT, 3) KT-LANG(WS-IDX), ' ',
                       KT-TEKS(WS-IDX)
                   ADD 1 TO LIN-OUT
               END-IF
           END-PERFORM.
           IF LIN-OUT = 7
               DISPLAY (7, 3) 'BELUM ADA ENTRI DI KATALOG'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TAMBAH-ENTRI.
           DISPLAY (2, 3) '===TAMBAH ENTRI KATALOG==='.
           PERFORM MINTA-KUNCI.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-POS > 0
               MOVE 'ENTRI SUDAH ADA - GUNAKAN UBAH TEKS' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-FT-POS = 0
               MOVE 'KUNCI BELUM TERDAFTAR DI data/MSG-FIELD.DAT'
                   TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-KAT-JUMLAH >= WS-KAT-MAKS
               MOVE 'KATALOG PENUH (500 ENTRI)' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           PERFORM MINTA-TEKS.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
      *> A new entry goes in beside its other-language twin so the
      *> file keeps reading in pairs.
           MOVE 0 TO WS-SISIP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAT-JUMLAH
               IF KT-ID(WS-IDX) = ISI-ID
                   MOVE WS-IDX TO WS-SISIP
               END-IF
           END-PERFORM.
           IF WS-SISIP = 0
               MOVE WS-KAT-JUMLAH TO WS-SISIP
           END-IF.
           ADD 1 TO WS-SISIP.
           PERFORM VARYING WS-IDX FROM WS-KAT-JUMLAH BY -1
                   UNTIL WS-IDX < WS-SISIP
               MOVE KT-ITEM(WS-IDX) TO KT-ITEM(WS-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-KAT-JUMLAH.
           MOVE ISI-LANG TO KT-LANG(WS-SISIP).
           MOVE ISI-ID TO KT-ID(WS-SISIP).
           MOVE ISI-TEKS TO KT-TEKS(WS-SISIP).
           MOVE 'TAMBAH' TO WS-AKSI.
           MOVE SPACES TO WS-TEKS-LAMA.
           MOVE ISI-TEKS TO WS-TEKS-BARU.
           PERFORM SIMPAN-PERUBAHAN.
           IF WS-PESAN = SPACES
               MOVE 'ENTRI DITAMBAHKAN' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       UBAH-ENTRI.
           DISPLAY (2, 3) '===UBAH TEKS KATALOG==='.
           PERFORM MINTA-KUNCI.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-POS = 0
               MOVE 'ENTRI TIDAK DITEMUKAN - GUNAKAN TAMBAH ENTRI'
                   TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (7, 3) 'TEKS SEKARANG  : ', KT-TEKS(WS-POS).
           PERFORM MINTA-TEKS.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           IF ISI-TEKS = KT-TEKS(WS-POS)
               MOVE 'TEKS TIDAK BERUBAH' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           MOVE 'UBAH' TO WS-AKSI.
           MOVE KT-TEKS(WS-POS) TO WS-TEKS-LAMA.
           MOVE ISI-TEKS TO WS-TEKS-BARU.
           MOVE ISI-TEKS TO KT-TEKS(WS-POS).
           PERFORM SIMPAN-PERUBAHAN.
           IF WS-PESAN = SPACES
               MOVE 'TEKS DIUBAH' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

      *> Retiring removes the line; the journal keeps the last text.
      *> With a program still reading the key, that screen falls back
      *> to its built-in Indonesian, which is said before confirming.
       PENSIUN-ENTRI.
           DISPLAY (2, 3) '===PENSIUNKAN ENTRI KATALOG==='.
           PERFORM MINTA-KUNCI.
           IF WS-PESAN NOT = SPACES
               GO TO AKHIR-AKSI
           END-IF.
           IF WS-POS = 0
               MOVE 'ENTRI TIDAK DITEMUKAN' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           DISPLAY (7, 3) 'TEKS SEKARANG  : ', KT-TEKS(WS-POS).
           IF WS-FT-POS > 0
               DISPLAY (8, 3) 'MASIH DIPAKAI ', FT-PROGRAM(WS-FT-POS),
                   ' - KEMBALI KE TEKS BAWAAN'
           END-IF.
           DISPLAY (10, 3) 'PENSIUNKAN? (Y/T) : '.
           ACCEPT ISI-YAKIN.
           IF ISI-YAKIN NOT = 'Y' AND ISI-YAKIN NOT = 'y'
               MOVE 'DIBATALKAN' TO WS-PESAN
               GO TO AKHIR-AKSI
           END-IF.
           MOVE 'PENSIUN' TO WS-AKSI.
           MOVE KT-TEKS(WS-POS) TO WS-TEKS-LAMA.
           MOVE SPACES TO WS-TEKS-BARU.
           PERFORM VARYING WS-IDX FROM WS-POS BY 1
                   UNTIL WS-IDX >= WS-KAT-JUMLAH
               MOVE KT-ITEM(WS-IDX + 1) TO KT-ITEM(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-KAT-JUMLAH.
           PERFORM SIMPAN-PERUBAHAN.
           IF WS-PESAN = SPACES
               MOVE 'ENTRI DIPENSIUNKAN' TO WS-PESAN
           END-IF.
           GO TO AKHIR-AKSI.

       LAYAR-LAPORAN.
           DISPLAY (2, 3) '===LAPORAN CAKUPAN KATALOG==='.
           PERFORM BUAT-LAPORAN.
           DISPLAY (4, 3) 'TANPA TEKS EN    : ', WS-N-TANPA-EN.
           DISPLAY (5, 3) 'TANPA TEKS ID    : ', WS-N-TANPA-ID.
           DISPLAY (6, 3) 'ENTRI GANDA      : ', WS-N-GANDA.
           DISPLAY (7, 3) 'KUNCI YATIM      : ', WS-N-YATIM.
           DISPLAY (8, 3) 'TEKS TERLALU PJG : ', WS-N-PANJANG.
           MOVE 'LAPORAN SELESAI, LIHAT data/MSG-CAKUPAN.DAT'
               TO WS-PESAN.
           GO TO AKHIR-AKSI.

       AKHIR-AKSI.
           DISPLAY (12, 3) WS-PESAN.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Key and language for add/change/retire, with the catalog and
      *> field file read fresh so a change never writes back a stale
      *> copy. Leaves WS-POS on the first matching entry - the one
      *> MSGCAT answers with - and WS-PESAN set if the run must stop.
       MINTA-KUNCI.
           MOVE SPACES TO WS-PESAN.
           PERFORM MUAT-KATALOG.
           PERFORM MUAT-FIELD.
           IF WS-KAT-BARIS > WS-KAT-MAKS
               MOVE 'KATALOG LEBIH DARI 500 BARIS - PERBAIKI DULU'
                   TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY (3, 3) 'KUNCI PESAN    : '.
           ACCEPT ISI-ID.
           INSPECT ISI-ID CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF ISI-ID = SPACES
               MOVE 'KUNCI PESAN KOSONG' TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY (4, 3) 'BAHASA (ID/EN) : '.
           ACCEPT ISI-LANG.
           INSPECT ISI-LANG CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF NOT LANG-SAH
               MOVE ISI-LANG TO WS-LOG-VALUE
               MOVE 'BAHASA' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
               MOVE 'BAHASA HARUS ID ATAU EN' TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAT-JUMLAH OR WS-POS > 0
               IF KT-LANG(WS-IDX) = ISI-LANG
                       AND KT-ID(WS-IDX) = ISI-ID
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           PERFORM CARI-FIELD.
           IF WS-FT-POS = 0
               DISPLAY (5, 3) 'FIELD          : TIDAK DIPAKAI PROGRAM'
           ELSE
               DISPLAY (5, 3) 'FIELD          : ', WS-LEBAR,
                   ' KARAKTER, ', FT-PROGRAM(WS-FT-POS)
           END-IF.

      *> The text may not run past the field it is displayed in; the
      *> program would cut it off mid-word.
       MINTA-TEKS.
           DISPLAY (9, 3) 'TEKS BARU      : '.
           ACCEPT ISI-TEKS.
           MOVE ISI-TEKS TO WS-TEKS-UJI.
           PERFORM HITUNG-PANJANG.
           IF WS-PANJANG = 0
               MOVE 'TEKS KOSONG - GUNAKAN PENSIUNKAN ENTRI' TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PANJANG > WS-LEBAR
               STRING 'TEKS ' DELIMITED BY SIZE
                   WS-PANJANG DELIMITED BY SIZE
                   ' KARAKTER, FIELD HANYA ' DELIMITED BY SIZE
                   WS-LEBAR DELIMITED BY SIZE
                   ' - TIDAK DISIMPAN' DELIMITED BY SIZE
                   INTO WS-PESAN
           END-IF.

       HITUNG-PANJANG.
           MOVE 46 TO WS-PANJANG.
           PERFORM UNTIL WS-PANJANG = 0
                   OR WS-TEKS-UJI(WS-PANJANG:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PANJANG
           END-PERFORM.

      *> Width of the field ISI-ID lands in; a key no program reads
      *> is held to the full catalog text width.
       CARI-FIELD.
           MOVE 0 TO WS-FT-POS.
           MOVE 46 TO WS-LEBAR.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-FT-JUMLAH OR WS-FT-POS > 0
               IF FT-ID(WS-IDX2) = ISI-ID
                   MOVE WS-IDX2 TO WS-FT-POS
                   MOVE FT-LEBAR(WS-IDX2) TO WS-LEBAR
               END-IF
           END-PERFORM.

       SIMPAN-PERUBAHAN.
           OPEN OUTPUT MSG-CATALOG.
           IF WS-MC-STATUS NOT = "00"
               MOVE 'data/MSG-CATALOG.DAT TIDAK BISA DITULIS'
                   TO WS-PESAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAT-JUMLAH
               MOVE SPACES TO MSG-CATALOG-RECORD
               MOVE '|' TO MSG-CATALOG-RECORD(3:1)
               MOVE '|' TO MSG-CATALOG-RECORD(16:1)
               MOVE KT-LANG(WS-IDX) TO MC-LANG
               MOVE KT-ID(WS-IDX) TO MC-ID
               MOVE KT-TEKS(WS-IDX) TO MC-TEKS
               WRITE MSG-CATALOG-RECORD
           END-PERFORM.
           CLOSE MSG-CATALOG.
           PERFORM TULIS-JURNAL.

      *> Same before/after journal convention as STUMAINT.
       TULIS-JURNAL.
           OPEN EXTEND KAT-JURNAL.
           IF WS-JR-STATUS = "35"
               OPEN OUTPUT KAT-JURNAL
           END-IF.
           IF WS-JR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME.
           MOVE SPACES TO KAT-JURNAL-RECORD.
           STRING WS-TIMESTAMP DELIMITED BY SIZE
               ' | ' DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               ' | ' DELIMITED BY SIZE
               WS-AKSI DELIMITED BY SIZE
               ' | ' DELIMITED BY SIZE
               ISI-LANG DELIMITED BY SIZE
               ' | ' DELIMITED BY SIZE
               ISI-ID DELIMITED BY SIZE
               ' | B:' DELIMITED BY SIZE
               WS-TEKS-LAMA DELIMITED BY SIZE
               ' | A:' DELIMITED BY SIZE
               WS-TEKS-BARU DELIMITED BY SIZE
               INTO KAT-JURNAL-RECORD.
           WRITE KAT-JURNAL-RECORD.
           CLOSE KAT-JURNAL.

       MUAT-KATALOG.
           MOVE 0 TO WS-KAT-JUMLAH.
           MOVE 0 TO WS-KAT-BARIS.
           OPEN INPUT MSG-CATALOG.
           IF WS-MC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ MSG-CATALOG
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   ADD 1 TO WS-KAT-BARIS
                   IF WS-KAT-JUMLAH < WS-KAT-MAKS
                       ADD 1 TO WS-KAT-JUMLAH
                       MOVE MC-LANG TO KT-LANG(WS-KAT-JUMLAH)
                       MOVE MC-ID TO KT-ID(WS-KAT-JUMLAH)
                       MOVE MC-TEKS TO KT-TEKS(WS-KAT-JUMLAH)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MSG-CATALOG.

       MUAT-FIELD.
           MOVE 0 TO WS-FT-JUMLAH.
           OPEN INPUT MSG-FIELD.
           IF WS-MF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS OR WS-FT-JUMLAH >= 300
               READ MSG-FIELD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI AND MF-ID NOT = SPACES
                   ADD 1 TO WS-FT-JUMLAH
                   MOVE MF-ID TO FT-ID(WS-FT-JUMLAH)
                   MOVE MF-PROGRAM TO FT-PROGRAM(WS-FT-JUMLAH)
                   IF MF-LEBAR IS NUMERIC AND MF-LEBAR > 0
                           AND MF-LEBAR < 46
                       MOVE MF-LEBAR TO FT-LEBAR(WS-FT-JUMLAH)
                   ELSE
                       MOVE 46 TO FT-LEBAR(WS-FT-JUMLAH)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MSG-FIELD.

      *> Coverage: every key found in either file, one pass over the
      *> keys for missing languages, duplicates and orphans, then one
      *> over the entries for texts longer than their field.
       BUAT-LAPORAN.
           PERFORM MUAT-KATALOG.
           PERFORM MUAT-FIELD.
           MOVE 0 TO WS-N-TANPA-ID WS-N-TANPA-EN WS-N-GANDA
               WS-N-YATIM WS-N-PANJANG.
           MOVE 0 TO WS-UK-JUMLAH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FT-JUMLAH
               MOVE FT-ID(WS-IDX) TO ISI-ID
               PERFORM CARI-KUNCI
               MOVE WS-IDX TO UK-FT(WS-POS)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAT-JUMLAH
               MOVE KT-ID(WS-IDX) TO ISI-ID
               PERFORM CARI-KUNCI
               IF KT-LANG(WS-IDX) = 'ID'
                   ADD 1 TO UK-ID-N(WS-POS)
               END-IF
               IF KT-LANG(WS-IDX) = 'EN'
                   ADD 1 TO UK-EN-N(WS-POS)
               END-IF
           END-PERFORM.
           OPEN OUTPUT CAKUPAN-RPT.
           MOVE SPACES TO CAKUPAN-RPT-RECORD.
           STRING 'LAPORAN CAKUPAN KATALOG PESAN  ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO CAKUPAN-RPT-RECORD.
           WRITE CAKUPAN-RPT-RECORD.
           MOVE 'KATEGORI         BH KUNCI        PROGRAM  CATATAN'
               TO CAKUPAN-RPT-RECORD.
           WRITE CAKUPAN-RPT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-UK-JUMLAH
               PERFORM PERIKSA-KUNCI
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KAT-JUMLAH
               PERFORM PERIKSA-PANJANG
           END-PERFORM.
           MOVE SPACES TO CAKUPAN-RPT-RECORD.
           WRITE CAKUPAN-RPT-RECORD.
           MOVE SPACES TO CAKUPAN-RPT-RECORD.
           STRING 'ENTRI ' DELIMITED BY SIZE
               WS-KAT-BARIS DELIMITED BY SIZE
               '  TANPA-EN ' DELIMITED BY SIZE
               WS-N-TANPA-EN DELIMITED BY SIZE
               '  TANPA-ID ' DELIMITED BY SIZE
               WS-N-TANPA-ID DELIMITED BY SIZE
               '  GANDA ' DELIMITED BY SIZE
               WS-N-GANDA DELIMITED BY SIZE
               '  YATIM ' DELIMITED BY SIZE
               WS-N-YATIM DELIMITED BY SIZE
               '  PANJANG ' DELIMITED BY SIZE
               WS-N-PANJANG DELIMITED BY SIZE
               INTO CAKUPAN-RPT-RECORD.
           WRITE CAKUPAN-RPT-RECORD.
           CLOSE CAKUPAN-RPT.

      *> WS-POS on ISI-ID's line of the key table, added if new.
       CARI-KUNCI.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-UK-JUMLAH OR WS-POS > 0
               IF UK-ID(WS-IDX2) = ISI-ID
                   MOVE WS-IDX2 TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0 AND WS-UK-JUMLAH < 800
               ADD 1 TO WS-UK-JUMLAH
               MOVE WS-UK-JUMLAH TO WS-POS
               MOVE ISI-ID TO UK-ID(WS-POS)
               MOVE 0 TO UK-ID-N(WS-POS)
               MOVE 0 TO UK-EN-N(WS-POS)
               MOVE 0 TO UK-FT(WS-POS)
           END-IF.
           IF WS-POS = 0
               MOVE WS-UK-JUMLAH TO WS-POS
           END-IF.

       PERIKSA-KUNCI.
           MOVE SPACES TO WS-RPT-PROGRAM.
           IF UK-FT(WS-IDX) > 0
               MOVE FT-PROGRAM(UK-FT(WS-IDX)) TO WS-RPT-PROGRAM
           END-IF.
           IF UK-EN-N(WS-IDX) = 0
               ADD 1 TO WS-N-TANPA-EN
               MOVE 'TANPA-EN' TO WS-RPT-KATEGORI
               MOVE 'EN' TO WS-RPT-LANG
               IF UK-ID-N(WS-IDX) = 0
                   MOVE 'TIDAK ADA DI KATALOG - TEKS BAWAAN'
                       TO WS-RPT-CATATAN
               ELSE
                   MOVE 'LAYAR EN TETAP BAHASA INDONESIA'
                       TO WS-RPT-CATATAN
               END-IF
               PERFORM TULIS-BARIS
           END-IF.
           IF UK-ID-N(WS-IDX) = 0 AND UK-EN-N(WS-IDX) > 0
               ADD 1 TO WS-N-TANPA-ID
               MOVE 'TANPA-ID' TO WS-RPT-KATEGORI
               MOVE 'ID' TO WS-RPT-LANG
               MOVE 'TIDAK ADA TEKS RUJUKAN PENERJEMAH'
                   TO WS-RPT-CATATAN
               PERFORM TULIS-BARIS
           END-IF.
           IF UK-ID-N(WS-IDX) > 1
               ADD 1 TO WS-N-GANDA
               MOVE 'GANDA' TO WS-RPT-KATEGORI
               MOVE 'ID' TO WS-RPT-LANG
               MOVE SPACES TO WS-RPT-CATATAN
               STRING UK-ID-N(WS-IDX) DELIMITED BY SIZE
                   ' ENTRI - HANYA YANG PERTAMA DIPAKAI'
                       DELIMITED BY SIZE
                   INTO WS-RPT-CATATAN
               PERFORM TULIS-BARIS
           END-IF.
           IF UK-EN-N(WS-IDX) > 1
               ADD 1 TO WS-N-GANDA
               MOVE 'GANDA' TO WS-RPT-KATEGORI
               MOVE 'EN' TO WS-RPT-LANG
               MOVE SPACES TO WS-RPT-CATATAN
               STRING UK-EN-N(WS-IDX) DELIMITED BY SIZE
                   ' ENTRI - HANYA YANG PERTAMA DIPAKAI'
                       DELIMITED BY SIZE
                   INTO WS-RPT-CATATAN
               PERFORM TULIS-BARIS
           END-IF.
           IF UK-FT(WS-IDX) = 0
               ADD 1 TO WS-N-YATIM
               MOVE 'YATIM' TO WS-RPT-KATEGORI
               MOVE SPACES TO WS-RPT-LANG
               MOVE 'TIDAK DIPAKAI PROGRAM - PENSIUNKAN'
                   TO WS-RPT-CATATAN
               PERFORM TULIS-BARIS
           END-IF.

       PERIKSA-PANJANG.
           MOVE KT-ID(WS-IDX) TO ISI-ID.
           PERFORM CARI-FIELD.
           IF WS-FT-POS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE KT-TEKS(WS-IDX) TO WS-TEKS-UJI.
           PERFORM HITUNG-PANJANG.
           IF WS-PANJANG > WS-LEBAR
               ADD 1 TO WS-N-PANJANG
               MOVE 'TERLALU-PANJANG' TO WS-RPT-KATEGORI
               MOVE KT-LANG(WS-IDX) TO WS-RPT-LANG
               MOVE FT-PROGRAM(WS-FT-POS) TO WS-RPT-PROGRAM
               MOVE SPACES TO WS-RPT-CATATAN
               STRING WS-PANJANG DELIMITED BY SIZE
                   ' KARAKTER, FIELD ' DELIMITED BY SIZE
                   WS-LEBAR DELIMITED BY SIZE
                   ' - TERPOTONG' DELIMITED BY SIZE
                   INTO WS-RPT-CATATAN
               PERFORM TULIS-BARIS-ENTRI
           END-IF.

       TULIS-BARIS.
           MOVE SPACES TO CAKUPAN-RPT-RECORD.
           STRING WS-RPT-KATEGORI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-LANG DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               UK-ID(WS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-CATATAN DELIMITED BY SIZE
               INTO CAKUPAN-RPT-RECORD.
           WRITE CAKUPAN-RPT-RECORD.

       TULIS-BARIS-ENTRI.
           MOVE SPACES TO CAKUPAN-RPT-RECORD.
           STRING WS-RPT-KATEGORI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-LANG DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KT-ID(WS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-CATATAN DELIMITED BY SIZE
               INTO CAKUPAN-RPT-RECORD.
           WRITE CAKUPAN-RPT-RECORD.

       SETUP-HEADER.
           MOVE 'MSGMNT' TO WS-PROGRAM-NAME.
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
