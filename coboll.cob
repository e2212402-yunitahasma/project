               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDX-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT UJIAN-SESI ASSIGN TO "data/UJIAN-SESI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UJS-STATUS.
           SELECT UJIAN-SCORE ASSIGN TO "data/UJIAN-SCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UJN-STATUS.
           SELECT POLI-FILE ASSIGN TO "data/T2202-POLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLF-STATUS.
           SELECT KOMP-FILE ASSIGN TO "data/T2202-KOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       01 PICK-RECORD PIC X(8).
       FD AUDIT-IDX.
           COPY T2AUDX.
      *> One-attempt journal: a MULAI line when the questions are
      *> issued and a SELESAI line when the exam is closed. Any line
      *> for the NPM and week means the attempt has been used.
       FD UJIAN-SESI.
       01 UJIAN-SESI-RECORD.
           05 UJS-NPM PIC X(8).
           05 FILLER PIC X.
           05 UJS-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 UJS-STATUS PIC X(7).
           05 FILLER PIC X.
           05 UJS-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 UJS-STATION PIC X(4).
           05 FILLER PIC X.
           05 UJS-SKOR PIC 9(3).
      *> Exam marks for GRADECALC's UJIAN rubric line.
       FD UJIAN-SCORE.
       01 UJIAN-SCORE-RECORD.
           05 UJN-NPM PIC X(8).
           05 FILLER PIC X.
           05 UJN-SKOR PIC 9(3).
           05 FILLER PIC X.
           05 UJN-MINGGU PIC X(4).
           05 FILLER PIC X.
           05 UJN-KELAS PIC X(5).
           05 FILLER PIC X.
           05 UJN-BENAR PIC 9.
           05 UJN-GARIS PIC X.
           05 UJN-JUMLAH PIC 9.
           05 FILLER PIC X.
           05 UJN-TIMESTAMP PIC X(14).
       FD POLI-FILE.
           COPY T2POLI.
       FD KOMP-FILE.
           COPY T2KOMP.
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-BRPT-STATUS PIC XX.
           01 WS-PICK-STATUS PIC XX.
           01 WS-IDX-STATUS PIC XX.
           01 WS-UJS-STATUS PIC XX.
           01 WS-UJN-STATUS PIC XX.
           01 WS-PLF-STATUS PIC XX.
           01 WS-KPF-STATUS PIC XX.
           01 WS-IDX-TULIS-OK PIC X.
           01 IDX-EOF-FLAG PIC X VALUE 'N'.
               88 ADA-LAGI-IDX VALUE 'N'.
               03 SH-IN2 PIC 99999V99.
               03 SH-IN3 PIC 99999V99.
               03 SH-OHASIL PIC 99999V99.
               03 SH-PLG-JUMLAH PIC 99.
               03 SH-PLG-TITIK OCCURS 12 TIMES.
                   04 SH-PLG-X PIC 99999V99.
                   04 SH-PLG-Y PIC 99999V99.
       01 WS-IN1-ED PIC ZZZZZ.99.
       01 WS-IN2-ED PIC ZZZZZ.99.
       01 WS-IN3-ED PIC ZZZZZ.99.
           88 SESI-LATIHAN VALUE 'P'.
       01 WS-JWB-LATIHAN PIC X.
       01 WS-AUD-REF PIC X(14) VALUE SPACES.
       01 WS-AUD-JAWAB PIC 99999V99 VALUE ZERO.
       01 WS-AUD-VONIS PIC X VALUE SPACE.
       01 WS-STATION PIC X(4) VALUE SPACES.
       01 WS-DAY-TGL PIC X(8).
       01 WS-DAY-HASIL PIC X.
       01 WS-PWD-HASIL PIC X.
       01 WS-PWD-OK PIC X.
       01 RK-STORED-TS PIC X(14).
       01 RK-STORED-OPR PIC X(10).
       01 WF-JAWAB PIC X.
       01 WF-PILIH PIC 9.
       01 WF-IN1 PIC 99999V99.
       01 KMP-PTR PIC 999.
       01 KMP-SELESAI-FLAG PIC X.
       01 KMP-KONV-GAGAL PIC X.
      *> The components as entered, for the T2202-KOMP.DAT line that
      *> lets the result be recomputed later (see T2KOMP).
       01 KMP-RINCI.
           05 KMP-PART OCCURS 5 TIMES.
               10 KMP-P-OP PIC X.
               10 KMP-P-SHAPE PIC X(3).
               10 KMP-P-C1 PIC 99999V99.
               10 KMP-P-C2 PIC 99999V99.
               10 KMP-P-C3 PIC 99999V99.
       01 KMP-I PIC 9.
       01 WS-KAL-TGL PIC X(8).
       01 WS-KAL-HASIL PIC X.
       01 WS-MINGGU-CUTOFF PIC X(14).
       01 BT-VALID PIC X.
           88 BT-TRAN-VALID VALUE 'Y'.
           88 BT-TRAN-TOLAK VALUE 'N'.
      *> A batch polygon is a PLG line followed by one TTK line per
      *> vertex; the PLG line is held until its last TTK line.
       01 BT-PLG-STATUS PIC X VALUE 'N'.
           88 BT-PLG-AKTIF VALUE 'A'.
           88 BT-PLG-BUANG VALUE 'T'.
       01 BT-PLG-NPM PIC X(8).
       01 BT-PLG-KEPALA PIC X(34).
       01 BT-PLG-ALASAN PIC X(25).
       01 BT-TRN-SIMPAN PIC X(34).
      *> Coordinate polygon (PLG), filled by the POLIGON screen or a
      *> batch deck's TTK lines and worked out for both by
      *> POLIGON-HITUNG: area by the shoelace sum, perimeter as the
      *> sum of the edge lengths.
       01 PG-MAKS PIC 99 VALUE 12.
       01 PG-JUMLAH PIC 99.
       01 PG-TABEL.
           05 PG-TITIK OCCURS 12 TIMES.
               10 PG-X PIC 99999V99.
               10 PG-Y PIC 99999V99.
       01 PG-I PIC 99.
       01 PG-J PIC 99.
       01 PG-K PIC 99.
       01 PG-L PIC 99.
       01 PG-M PIC 99.
       01 PG-SUM PIC S9(12)V9(4).
       01 PG-O1 PIC S9(12)V9(4).
       01 PG-O2 PIC S9(12)V9(4).
       01 PG-O3 PIC S9(12)V9(4).
       01 PG-O4 PIC S9(12)V9(4).
       01 PG-DX PIC S9(5)V99.
       01 PG-DY PIC S9(5)V99.
       01 PG-SISI PIC 9(6)V9(4).
       01 PG-KELILING PIC 9(7)V9(4).
       01 PG-LUAS PIC 99999V99.
       01 PG-KLL PIC 99999V99.
       01 PG-GAGAL PIC X.
       01 PG-ALASAN PIC X(25).
       01 PG-ADA PIC X.
       01 PG-X-IN PIC 99999V99.
       01 PG-Y-IN PIC 99999V99.
       01 PG-X-ED PIC ZZZZ9.99.
       01 PG-Y-ED PIC ZZZZ9.99.
       01 PG-BARIS-AWAL PIC 99.
       01 PG-BARIS PIC 99.
       01 PG-KOLOM PIC 99.
       01 PG-SLIP PIC X(60).
       01 PG-PTR PIC 99.
      *> Exam mode. The schedule entry (ASNGET program 'UJIAN') gives
      *> the number of questions in p1 and the time limit in minutes
      *> in p2; the questions are drawn from a generator seeded by
      *> the NPM, the week and the schedule entry, so neighbours get
      *> different figures but a re-run of the same NPM is repeatable.
       01 UJ-ASN-N PIC 9(4).
       01 UJ-ASN-MENIT PIC 9(4).
       01 UJ-ASN-HASIL PIC X.
       01 UJ-JUMLAH PIC 9.
       01 UJ-BATAS-MENIT PIC 9(4).
       01 UJ-ACAK PIC 9(9).
       01 UJ-HASIL-BAGI PIC 9(9).
       01 UJ-SISA PIC 9(5).
       01 UJ-DIGIT PIC 9.
       01 UJ-POS PIC 9.
       01 UJ-NO PIC 9.
       01 UJ-BENAR PIC 9 VALUE 0.
       01 UJ-SKOR PIC 9(3) VALUE 0.
       01 UJ-SUDAH PIC X VALUE 'N'.
       01 UJ-DIPAKAI PIC X.
       01 UJ-STATUS-SESI PIC X(7).
       01 UJ-EOF PIC X.
       01 UJ-SAVE-MODE PIC X.
       01 UJ-KODE-SHAPE PIC X(39) VALUE
           'LINSEGPPJTRPSQRKLNKSGKPPKTRKPSVKBVBLVTB'.
       01 UJ-TOLERANSI PIC 9(5)V99.
       01 UJ-SELISIH PIC 9(5)V99.
       01 UJ-TGL-MULAI PIC 9(8).
       01 UJ-TGL-KINI PIC 9(8).
       01 UJ-MENIT-MULAI PIC 9(9).
       01 UJ-MENIT-KINI PIC 9(9).
       01 UJ-MENIT-PAKAI PIC 9(9).
       01 UJ-TS-MULAI PIC X(14).
       01 UJ-JAM.
           05 UJ-JAM-HH PIC 99.
           05 UJ-JAM-MM PIC 99.
           05 FILLER PIC 9(4).
       01 UJ-KALI PIC 9(9).
       01 UJ-NPM-NUM PIC 9(8).
       01 UJ-DIMENSI PIC 99.
       01 UJ-HABIS PIC X.
       01 UJ-JAWAB-IN PIC 99999V99.
       01 UJ-LABEL PIC X(46).
       01 UJ-P1 PIC X(46).
       01 UJ-P2 PIC X(46).
       01 UJ-P3 PIC X(46).
       01 UJ-BARIS PIC 99.
       01 UJ-SKOR-ED PIC ZZ9.
       01 UJ-MENIT-ED PIC ZZZ9.
       01 UJ-SOAL-TABEL.
           05 UJ-SOAL OCCURS 5 TIMES.
               10 UJ-SHAPE PIC X(3).
               10 UJ-IN1 PIC 99999V99.
               10 UJ-IN2 PIC 99999V99.
               10 UJ-IN3 PIC 99999V99.
               10 UJ-KUNCI PIC 99999V99.
               10 UJ-JAWAB PIC 99999V99.
               10 UJ-VONIS PIC X.
       01 WS-MC-BAHASA PIC XX VALUE SPACES.
      *> Screen text with the Indonesian wording as the built-in
      *> default; MUAT-TEKS swaps each field for the catalog entry of
           05 MC-MENU-11 PIC X(46) VALUE
               '11). MODE KOMPOSIT'.
           05 MC-MENU-12 PIC X(46) VALUE
               '12). UJIAN (MODE ASESMEN)'.
           05 MC-MENU-13 PIC X(46) VALUE
               '13). POLIGON DARI KOORDINAT TITIK'.
           05 MC-MENU-14 PIC X(46) VALUE
               '14). SELESAI/KELUAR'.
           05 MC-PILIH PIC X(46) VALUE 'PILIH = '.
           05 MC-KLL-TITLE PIC X(46) VALUE 'MENU KELILING'.
           05 MC-KLL-01 PIC X(46) VALUE
               'MODE LATIHAN - TIDAK MASUK PENILAIAN (Y/T): '.
           05 MC-LATIHAN-ON PIC X(46) VALUE
               'SESI LATIHAN AKTIF'.
           05 MC-B-PLG PIC X(46) VALUE
               '===MENGHITUNG LUAS POLIGON (KOORDINAT)==='.
           05 MC-PLG-JUMLAH PIC X(46) VALUE
               'JUMLAH TITIK (3-12) : '.
           05 MC-PLG-TITIK PIC X(46) VALUE 'TITIK KE-'.
           05 MC-R-PLG PIC X(46) VALUE 'LUAS POLIGON = '.
           05 MC-R-KPLG PIC X(46) VALUE 'KELILING POLIGON = '.
           05 MC-PLG-TOLAK PIC X(46) VALUE 'POLIGON DITOLAK : '.

       SCREEN SECTION.
       COPY SCRCLR.
           02 LINE 13 COLUMN 20 PIC X(46) FROM MC-MENU-10.
           02 LINE 14 COLUMN 20 PIC X(46) FROM MC-MENU-11.
           02 LINE 15 COLUMN 20 PIC X(46) FROM MC-MENU-12.
           02 LINE 16 COLUMN 20 PIC X(46) FROM MC-MENU-13.
           02 LINE 17 COLUMN 20 PIC X(46) FROM MC-MENU-14.
           02 LINE 18 COLUMN 20 PIC X(46) FROM MC-PILIH.
       01 LAYAR-KELILING.
           02 LINE 3 COLUMN 20 PIC X(46) FROM MC-KLL-TITLE.
           02 LINE 4 COLUMN 20 PIC X(46) FROM MC-KLL-01.
           PERFORM BUKA-STUDENT-MASTER.
           MOVE NPM TO SM-NPM.
           PERFORM BACA-MASTER-AMAN.
           IF WS-SM-STATUS = "00" AND NOT SM-AKTIF
               PERFORM TOLAK-STATUS-MHS
               CLOSE STUDENT-MASTER
               GO TO MULAI
           END-IF.
           IF WS-SM-STATUS = "00"
               MOVE SM-NAMA TO NAMA
               MOVE SM-KELAS TO KELAS
               MOVE NAMA TO SM-NAMA
               MOVE KELAS TO SM-KELAS
               MOVE KAMPUS TO SM-KAMPUS
               MOVE 'A' TO SM-STATUS
               ACCEPT SM-TGL-STATUS FROM DATE YYYYMMDD
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY DISPLAY (6,3) "GAGAL SIMPAN DATA"
               END-WRITE
           IF PILIH = 9 GO TO MENU-KELILING.
           IF PILIH = 10 GO TO MENU-VOLUME.
           IF PILIH = 11 GO TO KOMPOSIT.
           IF PILIH = 12 GO TO UJIAN.
           IF PILIH = 13 GO TO POLIGON.
           IF PILIH = 14 GO TO SELESAI.
           GO TO MENU-UTAMA.

       MENU-KELILING.
           DISPLAY (9, 13) 'NPM   : '.
           ACCEPT RK-NPM.
           DISPLAY (10, 13) 'SHAPE (LIN/SEG/PPJ/TRP/SQR/KLN/KSG/KPP'.
           DISPLAY (11, 13) '       /KTR/KPS/VKB/VBL/VTB/PLG) : '.
           ACCEPT RK-SHAPE.
           PERFORM CARI-AUDIT.
           IF RK-TIDAK-ADA
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF RK-SHAPE = 'PLG'
               GO TO REKONSILIASI-PLG
           END-IF.
           MOVE RK-STORED-IN1 TO WS-IN1-ED.
           MOVE RK-STORED-IN2 TO WS-IN2-ED.
           MOVE RK-STORED-IN3 TO WS-IN3-ED.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> A polygon is reconciled from its stored vertex list: the
      *> list is shown as entered and worked out again, and the
      *> result must agree with the audit record. There is no
      *> what-if for PLG - no single dimension to change.
       REKONSILIASI-PLG.
           MOVE RK-STORED-IN2 TO WS-IN2-ED.
           MOVE RK-STORED-OHASIL TO WS-OHASIL-ED.
           MOVE RK-STORED-IN1 TO PG-JUMLAH.
           DISPLAY (12, 13) 'TERSIMPAN TITIK=', PG-JUMLAH,
               '  KELILING=', WS-IN2-ED, '  LUAS=', WS-OHASIL-ED,
               '  SATUAN=', RK-STORED-UNIT.
           PERFORM CARI-TITIK.
           IF PG-ADA = 'N'
               DISPLAY (13, 13) 'DAFTAR TITIK TIDAK ADA DI'
                   ' data/T2202-POLI.DAT'
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 13 TO PG-BARIS-AWAL.
           PERFORM VARYING PG-I FROM 1 BY 1 UNTIL PG-I > PG-JUMLAH
               PERFORM TAMPIL-TITIK
           END-PERFORM.
           PERFORM POLIGON-HITUNG.
           IF PG-GAGAL = 'N' AND PG-LUAS = RK-STORED-OHASIL
                   AND PG-KLL = RK-STORED-IN2
               DISPLAY (17, 13) MC-RK-COCOK
           ELSE
               DISPLAY (17, 13) MC-RK-BEDA
           END-IF.
           DISPLAY (20, 12) ' '.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> What-if recompute off the record CARI-AUDIT just found: the
      *> operator changes ONE dimension or the unit, the same shape
      *> formula runs again, and the result is written as a new 'W'
      *> audit record linked back to the original's timestamp - a
      *> defensible trail for dispute answers instead of a pencil
      *> note. Grading-side readers leave 'W' records out.
      *> The operator who entered the original may not write the
      *> what-if that would answer a dispute about it.
       WHATIF.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 10) '===WHAT-IF DARI RECORD AUDIT==='.
           IF RK-STORED-OPR = WS-OPERATOR
               DISPLAY (5, 13) 'RECORD ASAL DICATAT OLEH ANDA SENDIRI'
               DISPLAY (6, 13) 'WHAT-IF HARUS OLEH OPERATOR SENIOR LAIN'
               MOVE 'SOD-TOLAK' TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING 'WHATIF ' DELIMITED BY SIZE
                   RK-NPM DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   WS-OPERATOR, WS-SEC-DETAIL
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE RK-STORED-IN1 TO WF-IN1.
           MOVE RK-STORED-IN2 TO WF-IN2.
           MOVE RK-STORED-IN3 TO WF-IN3.
           MOVE SPACES TO KMP-DAFTAR.
           MOVE 1 TO KMP-PTR.
           MOVE 'N' TO KMP-SELESAI-FLAG.
           INITIALIZE KMP-RINCI.
           PERFORM TERIMA-KOMPONEN UNTIL KMP-SELESAI-FLAG = 'Y'
               OR KMP-COUNT >= 5.
           IF KMP-COUNT = 0
           MOVE KMP-TOTAL TO AUD-OHASIL.
           MOVE KMP-TOTAL TO OHASIL.
           PERFORM TULIS-AUDIT.
           PERFORM TULIS-KOMPONEN.
           DISPLAY (16, 13) MC-SATUAN-LABEL(1:9), WS-UNIT-OUT.
           DISPLAY (18, 10) MC-KMP-TOTAL(1:17), OHASIL,
               '  (', KMP-DAFTAR, ')'.
           COMPUTE KMP-KODE-OP =
               KMP-KODE-OP * 10 + KMP-OP-DIGIT.
           ADD 1 TO KMP-COUNT.
           MOVE KMP-OP TO KMP-P-OP(KMP-COUNT).
           MOVE KMP-SHAPE TO KMP-P-SHAPE(KMP-COUNT).
           MOVE KMP-C1 TO KMP-P-C1(KMP-COUNT).
           MOVE KMP-C2 TO KMP-P-C2(KMP-COUNT).
           MOVE KMP-C3 TO KMP-P-C3(KMP-COUNT).
           STRING KMP-OP DELIMITED BY SIZE
               KMP-SHAPE DELIMITED BY SIZE
               INTO KMP-DAFTAR
           DISPLAY (16, 13) 'SUBTOTAL : ', KMP-TOTAL-ED,
               '  ', KMP-DAFTAR.

      *> Coordinate polygon: the vertices are typed in order round
      *> the figure (3 to 12 of them) instead of the student cutting
      *> it into triangles on paper. ONE audit record carries the
      *> vertex count, the perimeter and the area; the vertex list
      *> itself goes to T2202-POLI.DAT under the same timestamp so
      *> reconciliation and the slip show exactly what was typed.
       POLIGON.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY BDATA.
           DISPLAY (5,20) MC-NAMA-LABEL(1:7), NAMA.
           DISPLAY (6,20) MC-KELAS-LABEL(1:7), KELAS.
           DISPLAY (8, 10) MC-B-PLG.
           PERFORM TERIMA-SATUAN.
           PERFORM WITH TEST AFTER UNTIL PG-JUMLAH NUMERIC
                   AND PG-JUMLAH >= 3 AND PG-JUMLAH <= PG-MAKS
               DISPLAY (9, 13) MC-PLG-JUMLAH
               ACCEPT PG-JUMLAH
               IF NOT (PG-JUMLAH NUMERIC AND PG-JUMLAH >= 3
                       AND PG-JUMLAH <= PG-MAKS)
                   MOVE PG-JUMLAH TO WS-LOG-VALUE
                   MOVE 'PLG-JUMLAH' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           INITIALIZE PG-TABEL.
           MOVE 12 TO PG-BARIS-AWAL.
           PERFORM VARYING PG-I FROM 1 BY 1 UNTIL PG-I > PG-JUMLAH
               PERFORM TERIMA-TITIK
               PERFORM TAMPIL-TITIK
           END-PERFORM.
           PERFORM KONVERSI-TITIK.
           IF KONV-GAGAL
               DISPLAY (18, 10) MC-LUAR-JANGKAUAN
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM POLIGON-HITUNG.
           IF PG-GAGAL = 'Y'
               DISPLAY (18, 10) MC-PLG-TOLAK(1:18), PG-ALASAN
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 'PLG' TO AUD-SHAPE.
           MOVE PG-JUMLAH TO AUD-IN1.
           MOVE PG-KLL TO AUD-IN2.
           MOVE ZERO TO AUD-IN3.
           MOVE PG-LUAS TO AUD-OHASIL.
           MOVE PG-LUAS TO OHASIL.
           PERFORM TULIS-AUDIT.
           PERFORM TULIS-TITIK.
           DISPLAY (16, 13) MC-SATUAN-LABEL(1:9), WS-UNIT-OUT.
           DISPLAY (18, 10) MC-R-PLG(1:20), OHASIL.
           MOVE PG-KLL TO OHASIL.
           DISPLAY (19, 10) MC-R-KPLG(1:20), OHASIL.
           DISPLAY (20, 12) ' '.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

       TERIMA-TITIK.
           PERFORM WITH TEST AFTER UNTIL PG-X-IN NUMERIC
               DISPLAY (10, 13) MC-PLG-TITIK(1:10), PG-I, ' X : '
               ACCEPT PG-X-IN
               IF NOT PG-X-IN NUMERIC
                   MOVE PG-X-IN TO WS-LOG-VALUE
                   MOVE 'PLG-X' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL PG-Y-IN NUMERIC
               DISPLAY (11, 13) MC-PLG-TITIK(1:10), PG-I, ' Y : '
               ACCEPT PG-Y-IN
               IF NOT PG-Y-IN NUMERIC
                   MOVE PG-Y-IN TO WS-LOG-VALUE
                   MOVE 'PLG-Y' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           MOVE PG-X-IN TO PG-X(PG-I).
           MOVE PG-Y-IN TO PG-Y(PG-I).

      *> Three vertices to a screen line from PG-BARIS-AWAL down.
       TAMPIL-TITIK.
           COMPUTE PG-L = PG-I - 1.
           DIVIDE PG-L BY 3 GIVING PG-M REMAINDER PG-K.
           COMPUTE PG-BARIS = PG-BARIS-AWAL + PG-M.
           COMPUTE PG-KOLOM = 13 + PG-K * 20.
           MOVE PG-X(PG-I) TO PG-X-ED.
           MOVE PG-Y(PG-I) TO PG-Y-ED.
           DISPLAY (PG-BARIS, PG-KOLOM) '(', PG-X-ED, ',', PG-Y-ED,
               ')'.

      *> The typed coordinates go into the output unit the way
      *> KONVERSI-DIMENSI rescales the single-shape dimensions.
       KONVERSI-TITIK.
           MOVE 'Y' TO WS-KONV-OK.
           PERFORM VARYING PG-I FROM 1 BY 1 UNTIL PG-I > PG-JUMLAH
               COMPUTE PG-X(PG-I) = PG-X(PG-I) * WS-KONV-FAKTOR
                   ON SIZE ERROR MOVE 'N' TO WS-KONV-OK
               END-COMPUTE
               COMPUTE PG-Y(PG-I) = PG-Y(PG-I) * WS-KONV-FAKTOR
                   ON SIZE ERROR MOVE 'N' TO WS-KONV-OK
               END-COMPUTE
           END-PERFORM.

      *> A figure is usable with at least three vertices, no vertex
      *> given twice, no two edges crossing (checked before the area,
      *> which a crossed figure's shoelace sum misstates) and an area
      *> above zero (all vertices on one line has none). A last vertex that
      *> repeats the first - closing the figure by hand - is dropped.
       POLIGON-HITUNG.
           MOVE 'N' TO PG-GAGAL.
           MOVE SPACES TO PG-ALASAN.
           MOVE ZERO TO PG-LUAS.
           MOVE ZERO TO PG-KLL.
           IF PG-JUMLAH > 3
                   AND PG-X(PG-JUMLAH) = PG-X(1)
                   AND PG-Y(PG-JUMLAH) = PG-Y(1)
               MOVE ZERO TO PG-X(PG-JUMLAH)
               MOVE ZERO TO PG-Y(PG-JUMLAH)
               SUBTRACT 1 FROM PG-JUMLAH
           END-IF.
           IF PG-JUMLAH < 3
               MOVE 'Y' TO PG-GAGAL
               MOVE 'TITIK KURANG DARI 3' TO PG-ALASAN
           END-IF.
           IF PG-GAGAL = 'N'
               PERFORM POLIGON-CEK-GANDA
           END-IF.
           IF PG-GAGAL = 'N'
               PERFORM POLIGON-CEK-SILANG
           END-IF.
           IF PG-GAGAL = 'N'
               PERFORM POLIGON-LUAS-KELILING
           END-IF.

       POLIGON-CEK-GANDA.
           PERFORM VARYING PG-I FROM 1 BY 1
                   UNTIL PG-I >= PG-JUMLAH OR PG-GAGAL = 'Y'
               COMPUTE PG-L = PG-I + 1
               PERFORM VARYING PG-J FROM PG-L BY 1
                       UNTIL PG-J > PG-JUMLAH OR PG-GAGAL = 'Y'
                   IF PG-X(PG-I) = PG-X(PG-J)
                           AND PG-Y(PG-I) = PG-Y(PG-J)
                       MOVE 'Y' TO PG-GAGAL
                       MOVE 'TITIK GANDA' TO PG-ALASAN
                   END-IF
               END-PERFORM
           END-PERFORM.

       POLIGON-LUAS-KELILING.
           MOVE ZERO TO PG-SUM.
           MOVE ZERO TO PG-KELILING.
           PERFORM VARYING PG-I FROM 1 BY 1 UNTIL PG-I > PG-JUMLAH
               IF PG-I = PG-JUMLAH
                   MOVE 1 TO PG-K
               ELSE
                   COMPUTE PG-K = PG-I + 1
               END-IF
               COMPUTE PG-SUM = PG-SUM + PG-X(PG-I) * PG-Y(PG-K)
                   - PG-X(PG-K) * PG-Y(PG-I)
               COMPUTE PG-DX = PG-X(PG-K) - PG-X(PG-I)
               COMPUTE PG-DY = PG-Y(PG-K) - PG-Y(PG-I)
               COMPUTE PG-SISI = (PG-DX * PG-DX + PG-DY * PG-DY) ** 0.5
               ADD PG-SISI TO PG-KELILING
           END-PERFORM.
           IF PG-SUM < 0
               COMPUTE PG-SUM = 0 - PG-SUM
           END-IF.
           COMPUTE PG-LUAS = PG-SUM / 2
               ON SIZE ERROR
                   MOVE 'Y' TO PG-GAGAL
                   MOVE 'HASIL TERLALU BESAR' TO PG-ALASAN
           END-COMPUTE.
           COMPUTE PG-KLL = PG-KELILING
               ON SIZE ERROR
                   MOVE 'Y' TO PG-GAGAL
                   MOVE 'HASIL TERLALU BESAR' TO PG-ALASAN
           END-COMPUTE.
           IF PG-GAGAL = 'N' AND PG-LUAS = 0
               MOVE 'Y' TO PG-GAGAL
               MOVE 'TITIK SEGARIS - LUAS NOL' TO PG-ALASAN
           END-IF.

      *> Edge I runs from vertex I to K, edge J from J to L; edges
      *> that share a vertex are not compared. Two edges cross when
      *> each one's end points lie on opposite sides of the other.
       POLIGON-CEK-SILANG.
           PERFORM VARYING PG-I FROM 1 BY 1
                   UNTIL PG-I > PG-JUMLAH OR PG-GAGAL = 'Y'
               COMPUTE PG-K = PG-I + 1
               COMPUTE PG-M = PG-I + 2
               PERFORM VARYING PG-J FROM PG-M BY 1
                       UNTIL PG-J > PG-JUMLAH OR PG-GAGAL = 'Y'
                   IF PG-J = PG-JUMLAH
                       MOVE 1 TO PG-L
                   ELSE
                       COMPUTE PG-L = PG-J + 1
                   END-IF
                   IF PG-L NOT = PG-I
                       PERFORM POLIGON-CEK-DUA-SISI
                   END-IF
               END-PERFORM
           END-PERFORM.

       POLIGON-CEK-DUA-SISI.
           COMPUTE PG-O1 =
               (PG-X(PG-K) - PG-X(PG-I)) * (PG-Y(PG-J) - PG-Y(PG-I))
               - (PG-Y(PG-K) - PG-Y(PG-I)) * (PG-X(PG-J) - PG-X(PG-I)).
           COMPUTE PG-O2 =
               (PG-X(PG-K) - PG-X(PG-I)) * (PG-Y(PG-L) - PG-Y(PG-I))
               - (PG-Y(PG-K) - PG-Y(PG-I)) * (PG-X(PG-L) - PG-X(PG-I)).
           COMPUTE PG-O3 =
               (PG-X(PG-L) - PG-X(PG-J)) * (PG-Y(PG-I) - PG-Y(PG-J))
               - (PG-Y(PG-L) - PG-Y(PG-J)) * (PG-X(PG-I) - PG-X(PG-J)).
           COMPUTE PG-O4 =
               (PG-X(PG-L) - PG-X(PG-J)) * (PG-Y(PG-K) - PG-Y(PG-J))
               - (PG-Y(PG-L) - PG-Y(PG-J)) * (PG-X(PG-K) - PG-X(PG-J)).
           IF ((PG-O1 > 0 AND PG-O2 < 0) OR (PG-O1 < 0 AND PG-O2 > 0))
                   AND ((PG-O3 > 0 AND PG-O4 < 0)
                       OR (PG-O3 < 0 AND PG-O4 > 0))
               MOVE 'Y' TO PG-GAGAL
               MOVE 'SISI POLIGON BERSILANGAN' TO PG-ALASAN
           END-IF.

      *> Assessed exam: the schedule says how many questions and how
      *> long; T2202 issues the figures (integer CM dimensions), the
      *> student types each result and it is marked against the same
      *> formulas the what-if recompute uses, within half a percent
      *> (never tighter than 0.01). One attempt per NPM and week -
      *> the journal line is written before the first question, so
      *> walking away mid-exam still uses the attempt.
       UJIAN.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 10) '===UJIAN - MODE ASESMEN==='.
           DISPLAY (5,20) MC-NAMA-LABEL(1:7), NAMA.
           DISPLAY (6,20) MC-KELAS-LABEL(1:7), KELAS.
           IF SESI-LATIHAN
               DISPLAY (9, 13) 'UJIAN TIDAK BISA DALAM SESI LATIHAN'
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF UJ-SUDAH = 'Y'
               DISPLAY (9, 13) 'UJIAN SUDAH DIKERJAKAN DI SESI INI'
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           CALL 'ASNGET' USING WS-LAB-WEEK, KELAS, 'UJIAN',
               UJ-ASN-N, UJ-ASN-MENIT, UJ-ASN-HASIL.
           IF UJ-ASN-HASIL NOT = 'Y'
               DISPLAY (9, 13) 'TIDAK ADA UJIAN TERJADWAL MINGGU INI'
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF UJ-ASN-N = 0 OR UJ-ASN-N > 5
               MOVE 3 TO UJ-JUMLAH
           ELSE
               MOVE UJ-ASN-N TO UJ-JUMLAH
           END-IF.
           IF UJ-ASN-MENIT = 0
               MOVE 30 TO UJ-BATAS-MENIT
           ELSE
               MOVE UJ-ASN-MENIT TO UJ-BATAS-MENIT
           END-IF.
           PERFORM UJIAN-CEK-PERCOBAAN.
           IF UJ-DIPAKAI = 'Y'
               DISPLAY (9, 13) 'KESEMPATAN UJIAN MINGGU INI SUDAH'
               DISPLAY (10, 13) 'DIPAKAI - HUBUNGI INSTRUKTUR'
               MOVE 'UJIAN-ULANG' TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING NPM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LAB-WEEK DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   WS-OPERATOR, WS-SEC-DETAIL
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM UJIAN-SIAPKAN-SOAL.
           MOVE UJ-JUMLAH TO UJ-SKOR-ED.
           MOVE UJ-BATAS-MENIT TO UJ-MENIT-ED.
           DISPLAY (8, 13) 'JUMLAH SOAL  : ', UJ-SKOR-ED.
           DISPLAY (9, 13) 'BATAS WAKTU  : ', UJ-MENIT-ED, ' MENIT'.
           DISPLAY (10, 13) 'SEMUA DIMENSI DALAM CM, JAWAB 2 DESIMAL'.
           DISPLAY (11, 13) 'HANYA SATU KALI KESEMPATAN'.
           DISPLAY (20, 12) ' '.
           STOP 'TEKAN ENTER UNTUK MULAI UJIAN'.
           ACCEPT UJ-TS-MULAI(1:8) FROM DATE YYYYMMDD.
           ACCEPT UJ-JAM FROM TIME.
           MOVE UJ-JAM(1:6) TO UJ-TS-MULAI(9:6).
           MOVE UJ-TS-MULAI(1:8) TO UJ-TGL-MULAI.
           COMPUTE UJ-MENIT-MULAI = UJ-JAM-HH * 60 + UJ-JAM-MM.
           MOVE 'MULAI' TO UJ-STATUS-SESI.
           MOVE 0 TO UJ-SKOR.
           PERFORM UJIAN-CATAT-SESI.
           IF WS-UJS-STATUS NOT = "00"
               DISPLAY (13, 13) 'JURNAL UJIAN TIDAK BISA DITULIS'
               DISPLAY (20, 12) ' '
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           MOVE 'Y' TO UJ-SUDAH.
           MOVE 0 TO UJ-BENAR.
           MOVE 'N' TO UJ-HABIS.
           MOVE WS-SESI-MODE TO UJ-SAVE-MODE.
           MOVE 'U' TO WS-SESI-MODE.
           MOVE UJ-TS-MULAI TO WS-AUD-REF.
           PERFORM UJIAN-SATU-SOAL
               VARYING UJ-NO FROM 1 BY 1 UNTIL UJ-NO > UJ-JUMLAH.
           MOVE UJ-SAVE-MODE TO WS-SESI-MODE.
           MOVE SPACES TO WS-AUD-REF.
           MOVE ZERO TO WS-AUD-JAWAB.
           MOVE SPACE TO WS-AUD-VONIS.
           COMPUTE UJ-SKOR = UJ-BENAR * 100 / UJ-JUMLAH.
           PERFORM UJIAN-TULIS-SKOR.
           MOVE 'SELESAI' TO UJ-STATUS-SESI.
           PERFORM UJIAN-CATAT-SESI.
           PERFORM UJIAN-TAMPIL-HASIL.
           GO TO MENU-UTAMA.

       UJIAN-CEK-PERCOBAAN.
           MOVE 'N' TO UJ-DIPAKAI.
           MOVE 'N' TO UJ-EOF.
           OPEN INPUT UJIAN-SESI.
           IF WS-UJS-STATUS = "00"
               PERFORM UNTIL UJ-EOF = 'Y' OR UJ-DIPAKAI = 'Y'
                   READ UJIAN-SESI
                       AT END MOVE 'Y' TO UJ-EOF
                       NOT AT END
                           IF UJS-NPM = NPM
                                   AND UJS-MINGGU = WS-LAB-WEEK
                               MOVE 'Y' TO UJ-DIPAKAI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UJIAN-SESI
           END-IF.

      *> Seed from the NPM, the week digits and the schedule entry,
      *> then a plain linear-congruential step per draw.
       UJIAN-SIAPKAN-SOAL.
           MOVE NPM TO UJ-NPM-NUM.
           DIVIDE UJ-NPM-NUM BY 99991 GIVING UJ-HASIL-BAGI
               REMAINDER UJ-ACAK.
           PERFORM VARYING UJ-POS FROM 1 BY 1 UNTIL UJ-POS > 4
               IF WS-LAB-WEEK(UJ-POS:1) IS NUMERIC
                   MOVE WS-LAB-WEEK(UJ-POS:1) TO UJ-DIGIT
                   COMPUTE UJ-ACAK = UJ-ACAK + UJ-DIGIT * 7919
               END-IF
           END-PERFORM.
           COMPUTE UJ-ACAK = UJ-ACAK + UJ-JUMLAH * 131
               + UJ-BATAS-MENIT * 17.
           INITIALIZE UJ-SOAL-TABEL.
           PERFORM UJIAN-BUAT-SOAL
               VARYING UJ-NO FROM 1 BY 1 UNTIL UJ-NO > UJ-JUMLAH.

       UJIAN-BUAT-SOAL.
           PERFORM UJIAN-ACAK.
           DIVIDE UJ-ACAK BY 13 GIVING UJ-HASIL-BAGI
               REMAINDER UJ-SISA.
           MOVE UJ-KODE-SHAPE(UJ-SISA * 3 + 1:3) TO UJ-SHAPE(UJ-NO).
           PERFORM UJIAN-AMBIL-DIMENSI.
           MOVE UJ-DIMENSI TO UJ-IN1(UJ-NO).
           PERFORM UJIAN-AMBIL-DIMENSI.
           MOVE UJ-DIMENSI TO UJ-IN2(UJ-NO).
           PERFORM UJIAN-AMBIL-DIMENSI.
           MOVE UJ-DIMENSI TO UJ-IN3(UJ-NO).
           EVALUATE UJ-SHAPE(UJ-NO)
               WHEN 'LIN' WHEN 'SQR' WHEN 'KLN' WHEN 'KPS' WHEN 'VKB'
                   MOVE ZERO TO UJ-IN2(UJ-NO)
                   MOVE ZERO TO UJ-IN3(UJ-NO)
               WHEN 'SEG' WHEN 'PPJ' WHEN 'KPP' WHEN 'VTB'
                   MOVE ZERO TO UJ-IN3(UJ-NO)
      *> Third side one short of the other two together keeps the
      *> issued triangle a real one.
               WHEN 'KSG'
                   COMPUTE UJ-IN3(UJ-NO) =
                       UJ-IN1(UJ-NO) + UJ-IN2(UJ-NO) - 1
           END-EVALUATE.
           MOVE UJ-SHAPE(UJ-NO) TO RK-SHAPE.
           MOVE UJ-IN1(UJ-NO) TO WF-IN1.
           MOVE UJ-IN2(UJ-NO) TO WF-IN2.
           MOVE UJ-IN3(UJ-NO) TO WF-IN3.
           MOVE 'N' TO WF-GAGAL.
           PERFORM WHATIF-HITUNG.
           MOVE WF-HASIL TO UJ-KUNCI(UJ-NO).

       UJIAN-ACAK.
           COMPUTE UJ-KALI = UJ-ACAK * 4271 + 1237.
           DIVIDE UJ-KALI BY 99991 GIVING UJ-HASIL-BAGI
               REMAINDER UJ-ACAK.

       UJIAN-AMBIL-DIMENSI.
           PERFORM UJIAN-ACAK.
           DIVIDE UJ-ACAK BY 19 GIVING UJ-HASIL-BAGI
               REMAINDER UJ-SISA.
           COMPUTE UJ-DIMENSI = UJ-SISA + 2.

       UJIAN-SATU-SOAL.
           IF UJ-HABIS = 'N'
               PERFORM UJIAN-TANYA-SOAL
               PERFORM UJIAN-CEK-WAKTU
           END-IF.
           IF UJ-HABIS = 'Y'
               MOVE 'T' TO UJ-VONIS(UJ-NO)
           ELSE
               IF UJ-JAWAB(UJ-NO) > UJ-KUNCI(UJ-NO)
                   COMPUTE UJ-SELISIH =
                       UJ-JAWAB(UJ-NO) - UJ-KUNCI(UJ-NO)
               ELSE
                   COMPUTE UJ-SELISIH =
                       UJ-KUNCI(UJ-NO) - UJ-JAWAB(UJ-NO)
               END-IF
               COMPUTE UJ-TOLERANSI = UJ-KUNCI(UJ-NO) * 0.005
               IF UJ-TOLERANSI < 0.01
                   MOVE 0.01 TO UJ-TOLERANSI
               END-IF
               IF UJ-SELISIH > UJ-TOLERANSI
                   MOVE 'S' TO UJ-VONIS(UJ-NO)
               ELSE
                   MOVE 'B' TO UJ-VONIS(UJ-NO)
                   ADD 1 TO UJ-BENAR
               END-IF
           END-IF.
           MOVE UJ-SHAPE(UJ-NO) TO AUD-SHAPE.
           MOVE UJ-IN1(UJ-NO) TO AUD-IN1.
           MOVE UJ-IN2(UJ-NO) TO AUD-IN2.
           MOVE UJ-IN3(UJ-NO) TO AUD-IN3.
           MOVE UJ-KUNCI(UJ-NO) TO AUD-OHASIL.
           MOVE NPM TO AUD-NPM.
           MOVE 'CM' TO AUD-UNIT.
           MOVE WS-ELIG TO AUD-ELIG.
           MOVE UJ-JAWAB(UJ-NO) TO WS-AUD-JAWAB.
           MOVE UJ-VONIS(UJ-NO) TO WS-AUD-VONIS.
           PERFORM TULIS-AUDIT-REC.

       UJIAN-TANYA-SOAL.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           MOVE UJ-NO TO UJ-SKOR-ED.
           DISPLAY (3, 10) '===UJIAN - SOAL ', UJ-SKOR-ED, ' ==='.
           MOVE SPACES TO UJ-P2.
           MOVE SPACES TO UJ-P3.
           EVALUATE UJ-SHAPE(UJ-NO)
               WHEN 'LIN'
                   MOVE MC-R-LIN TO UJ-LABEL
                   MOVE MC-P-JARI TO UJ-P1
               WHEN 'SEG'
                   MOVE MC-R-SEG TO UJ-LABEL
                   MOVE MC-P-ALAS TO UJ-P1
                   MOVE MC-P-TINGGI TO UJ-P2
               WHEN 'PPJ'
                   MOVE MC-R-PPJ TO UJ-LABEL
                   MOVE MC-P-PANJANG TO UJ-P1
                   MOVE MC-P-LEBAR TO UJ-P2
               WHEN 'TRP'
                   MOVE MC-R-TRP TO UJ-LABEL
                   MOVE MC-P-SATAS TO UJ-P1
                   MOVE MC-P-SBAWAH TO UJ-P2
                   MOVE MC-P-TINGGI TO UJ-P3
               WHEN 'SQR'
                   MOVE MC-R-SQR TO UJ-LABEL
                   MOVE MC-P-SISI TO UJ-P1
               WHEN 'KLN'
                   MOVE MC-R-KLN TO UJ-LABEL
                   MOVE MC-P-JARI TO UJ-P1
               WHEN 'KSG'
                   MOVE MC-R-KSG TO UJ-LABEL
                   MOVE MC-P-SISIA TO UJ-P1
                   MOVE MC-P-SISIB TO UJ-P2
                   MOVE MC-P-SISIC TO UJ-P3
               WHEN 'KPP'
                   MOVE MC-R-KPP TO UJ-LABEL
                   MOVE MC-P-PANJANG TO UJ-P1
                   MOVE MC-P-LEBAR TO UJ-P2
               WHEN 'KTR'
                   MOVE MC-R-KTR TO UJ-LABEL
                   MOVE MC-P-SATAS TO UJ-P1
                   MOVE MC-P-SBAWAH TO UJ-P2
                   MOVE MC-P-SMIRING TO UJ-P3
               WHEN 'KPS'
                   MOVE MC-R-KPS TO UJ-LABEL
                   MOVE MC-P-SISI TO UJ-P1
               WHEN 'VKB'
                   MOVE MC-R-VKB TO UJ-LABEL
                   MOVE MC-P-SISI TO UJ-P1
               WHEN 'VBL'
                   MOVE MC-R-VBL TO UJ-LABEL
                   MOVE MC-P-PANJANG TO UJ-P1
                   MOVE MC-P-LEBAR TO UJ-P2
                   MOVE MC-P-TINGGI TO UJ-P3
               WHEN 'VTB'
                   MOVE MC-R-VTB TO UJ-LABEL
                   MOVE MC-P-JARI TO UJ-P1
                   MOVE MC-P-TINGGI TO UJ-P2
           END-EVALUATE.
           MOVE UJ-IN1(UJ-NO) TO WS-IN1-ED.
           MOVE UJ-IN2(UJ-NO) TO WS-IN2-ED.
           MOVE UJ-IN3(UJ-NO) TO WS-IN3-ED.
           DISPLAY (6, 13) UJ-P1(1:14), WS-IN1-ED, ' CM'.
           IF UJ-P2 NOT = SPACES
               DISPLAY (7, 13) UJ-P2(1:14), WS-IN2-ED, ' CM'
           END-IF.
           IF UJ-P3 NOT = SPACES
               DISPLAY (8, 13) UJ-P3(1:14), WS-IN3-ED, ' CM'
           END-IF.
           PERFORM WITH TEST AFTER UNTIL UJ-JAWAB-IN NUMERIC
               DISPLAY (11, 13) UJ-LABEL(1:24)
               ACCEPT UJ-JAWAB-IN
               IF NOT UJ-JAWAB-IN NUMERIC
                   MOVE UJ-JAWAB-IN TO WS-LOG-VALUE
                   MOVE 'UJ-JAWAB' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           MOVE UJ-JAWAB-IN TO UJ-JAWAB(UJ-NO).

      *> Minutes since the exam started; an answer typed after the
      *> limit is recorded but marked 'T', and every question still
      *> unanswered goes the same way without being shown.
       UJIAN-CEK-WAKTU.
           ACCEPT UJ-TGL-KINI FROM DATE YYYYMMDD.
           ACCEPT UJ-JAM FROM TIME.
           COMPUTE UJ-MENIT-KINI = UJ-JAM-HH * 60 + UJ-JAM-MM.
           IF UJ-TGL-KINI NOT = UJ-TGL-MULAI
               ADD 1440 TO UJ-MENIT-KINI
           END-IF.
           COMPUTE UJ-MENIT-PAKAI = UJ-MENIT-KINI - UJ-MENIT-MULAI.
           IF UJ-MENIT-PAKAI > UJ-BATAS-MENIT
               MOVE 'Y' TO UJ-HABIS
           END-IF.

       UJIAN-CATAT-SESI.
           OPEN EXTEND UJIAN-SESI.
           IF WS-UJS-STATUS = "35"
               OPEN OUTPUT UJIAN-SESI
           END-IF.
           IF WS-UJS-STATUS NOT = "00"
               MOVE 'data/UJIAN-SESI.DAT' TO WS-FIO-FILE
               MOVE 'OPEN' TO WS-FIO-OP
               MOVE 'L' TO WS-FIO-KRITIS
               CALL 'FIOERR' USING WS-ERR-PROGRAM, WS-FIO-FILE,
                   WS-FIO-OP, WS-UJS-STATUS, WS-FIO-KRITIS
           ELSE
               MOVE SPACES TO UJIAN-SESI-RECORD
               MOVE NPM TO UJS-NPM
               MOVE WS-LAB-WEEK TO UJS-MINGGU
               MOVE UJ-STATUS-SESI TO UJS-STATUS
               ACCEPT UJS-TIMESTAMP(1:8) FROM DATE YYYYMMDD
               ACCEPT UJS-TIMESTAMP(9:6) FROM TIME
               MOVE WS-STATION TO UJS-STATION
               MOVE UJ-SKOR TO UJS-SKOR
               WRITE UJIAN-SESI-RECORD
               CLOSE UJIAN-SESI
           END-IF.

       UJIAN-TULIS-SKOR.
           OPEN EXTEND UJIAN-SCORE.
           IF WS-UJN-STATUS = "35"
               OPEN OUTPUT UJIAN-SCORE
           END-IF.
           IF WS-UJN-STATUS NOT = "00"
               MOVE 'data/UJIAN-SCORE.DAT' TO WS-FIO-FILE
               MOVE 'OPEN' TO WS-FIO-OP
               MOVE 'K' TO WS-FIO-KRITIS
               CALL 'FIOERR' USING WS-ERR-PROGRAM, WS-FIO-FILE,
                   WS-FIO-OP, WS-UJN-STATUS, WS-FIO-KRITIS
           ELSE
               MOVE SPACES TO UJIAN-SCORE-RECORD
               MOVE NPM TO UJN-NPM
               MOVE UJ-SKOR TO UJN-SKOR
               MOVE WS-LAB-WEEK TO UJN-MINGGU
               MOVE KELAS TO UJN-KELAS
               MOVE UJ-BENAR TO UJN-BENAR
               MOVE '/' TO UJN-GARIS
               MOVE UJ-JUMLAH TO UJN-JUMLAH
               MOVE UJ-TS-MULAI TO UJN-TIMESTAMP
               WRITE UJIAN-SCORE-RECORD
               CLOSE UJIAN-SCORE
           END-IF.

       UJIAN-TAMPIL-HASIL.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 10) '===HASIL UJIAN==='.
           MOVE 5 TO UJ-BARIS.
           PERFORM UJIAN-TAMPIL-SOAL
               VARYING UJ-NO FROM 1 BY 1 UNTIL UJ-NO > UJ-JUMLAH.
           MOVE UJ-SKOR TO UJ-SKOR-ED.
           DISPLAY (12, 13) 'BENAR ', UJ-BENAR, ' DARI ', UJ-JUMLAH,
               '   SKOR = ', UJ-SKOR-ED.
           IF UJ-HABIS = 'Y'
               DISPLAY (13, 13) 'WAKTU HABIS SEBELUM SEMUA DIJAWAB'
           END-IF.
           DISPLAY (20, 12) ' '.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.

       UJIAN-TAMPIL-SOAL.
           MOVE UJ-JAWAB(UJ-NO) TO WS-IN1-ED.
           MOVE UJ-KUNCI(UJ-NO) TO WS-OHASIL-ED.
           DISPLAY (UJ-BARIS, 10) UJ-NO, '. ', UJ-SHAPE(UJ-NO),
               '  JAWAB=', WS-IN1-ED, '  KUNCI=', WS-OHASIL-ED,
               '  ', UJ-VONIS(UJ-NO).
           ADD 1 TO UJ-BARIS.

       TAMPILKAN-BOX.
           DISPLAY (LIN-HASIL, 10) '+----------------------------+'.
           ADD 1 TO LIN-HASIL.
                           MOVE AUD-OHASIL TO RK-STORED-OHASIL
                           MOVE AUD-UNIT TO RK-STORED-UNIT
                           MOVE AUD-TIMESTAMP TO RK-STORED-TS
                           MOVE AUD-OPERATOR TO RK-STORED-OPR
                       END-IF
                   END-IF
               END-IF
                           MOVE AUD-OHASIL TO RK-STORED-OHASIL
                           MOVE AUD-UNIT TO RK-STORED-UNIT
                           MOVE AUD-TIMESTAMP TO RK-STORED-TS
                           MOVE AUD-OPERATOR TO RK-STORED-OPR
                       END-IF
                   END-IF
               END-PERFORM

       SETUP-HEADER.
           MOVE 'T2202' TO WS-PROGRAM-NAME.
           ACCEPT WS-LABTRAIN FROM ENVIRONMENT 'LABTRAIN'
               ON EXCEPTION MOVE SPACE TO WS-LABTRAIN
           END-ACCEPT.
           IF LINGKUNGAN-LATIHAN
               MOVE '*** LATIHAN - BUKAN DATA PRODUKSI ***'
                   TO WS-LATIHAN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-STATION FROM ENVIRONMENT 'LABSTA'
               ON EXCEPTION MOVE SPACES TO WS-STATION
               MC-ENR-2.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-MENU-12  ',
               MC-MENU-12.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-MENU-13  ',
               MC-MENU-13.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-MENU-14  ',
               MC-MENU-14.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-B-KMP    ',
               MC-B-KMP.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-KMP-SHAPE',
               MC-LATIHAN.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-LATIH-ON ',
               MC-LATIHAN-ON.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-B-PLG    ',
               MC-B-PLG.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-PLG-JML  ',
               MC-PLG-JUMLAH.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-PLG-TTK  ',
               MC-PLG-TITIK.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-R-PLG    ',
               MC-R-PLG.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-R-KPLG   ',
               MC-R-KPLG.
           CALL 'MSGCAT' USING WS-MC-BAHASA, 'T2-PLG-TOLAK',
               MC-PLG-TOLAK.

       BUKA-STUDENT-MASTER.
           OPEN I-O STUDENT-MASTER.
                   WS-FIO-OP, WS-SM-STATUS, WS-FIO-KRITIS
           END-IF.

      *> A student on cuti or withdrawn does no graded work: the
      *> sign-in is refused with the status and its date, logged,
      *> and the NPM prompt comes back for the next student.
       TOLAK-STATUS-MHS.
           IF SM-CUTI
               DISPLAY (19, 3) 'MAHASISWA CUTI SEJAK ', SM-TGL-STATUS
           ELSE
               DISPLAY (19, 3) 'MAHASISWA KELUAR SEJAK ',
                   SM-TGL-STATUS
           END-IF.
           DISPLAY (20, 3) 'SIGN-IN DITOLAK - HUBUNGI DESK LAB'.
           MOVE NPM TO WS-LOG-VALUE.
           MOVE 'NPM-STATUS' TO WS-ERR-FIELD.
           CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
               WS-LOG-VALUE.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.

      *> Reads the master with a bounded retry so a record held by the
      *> other station reports STASIUN SIBUK instead of failing silent.
       BACA-MASTER-AMAN.
               MOVE AUD-IN2 TO SH-IN2(SESI-COUNT)
               MOVE AUD-IN3 TO SH-IN3(SESI-COUNT)
               MOVE AUD-OHASIL TO SH-OHASIL(SESI-COUNT)
               MOVE 0 TO SH-PLG-JUMLAH(SESI-COUNT)
               IF AUD-SHAPE = 'PLG'
                   PERFORM SIMPAN-TITIK-SESI
               END-IF
           END-IF.

       SIMPAN-TITIK-SESI.
           MOVE PG-JUMLAH TO SH-PLG-JUMLAH(SESI-COUNT).
           PERFORM VARYING PG-I FROM 1 BY 1 UNTIL PG-I > PG-JUMLAH
               MOVE PG-X(PG-I) TO SH-PLG-X(SESI-COUNT, PG-I)
               MOVE PG-Y(PG-I) TO SH-PLG-Y(SESI-COUNT, PG-I)
           END-PERFORM.

      *> The vertex line goes out only behind an audit record that
      *> was written, and carries that record's NPM, timestamp and
      *> unit (see T2POLI).
       TULIS-TITIK.
           IF WS-AUDIT-SIAP = 'Y'
               OPEN EXTEND POLI-FILE
               IF WS-PLF-STATUS = "35"
                   OPEN OUTPUT POLI-FILE
               END-IF
               IF WS-PLF-STATUS = "00"
                   INITIALIZE POLI-RECORD
                   MOVE AUD-NPM TO PL-NPM
                   MOVE AUD-TIMESTAMP TO PL-TIMESTAMP
                   MOVE AUD-UNIT TO PL-UNIT
                   MOVE PG-JUMLAH TO PL-JUMLAH
                   PERFORM VARYING PG-I FROM 1 BY 1
                           UNTIL PG-I > PG-JUMLAH
                       MOVE PG-X(PG-I) TO PL-X(PG-I)
                       MOVE PG-Y(PG-I) TO PL-Y(PG-I)
                   END-PERFORM
                   WRITE POLI-RECORD
                   CLOSE POLI-FILE
               ELSE
                   MOVE 'data/T2202-POLI.DAT' TO WS-FIO-FILE
                   MOVE 'OPEN' TO WS-FIO-OP
                   MOVE 'K' TO WS-FIO-KRITIS
                   CALL 'FIOERR' USING WS-ERR-PROGRAM, WS-FIO-FILE,
                       WS-FIO-OP, WS-PLF-STATUS, WS-FIO-KRITIS
               END-IF
           END-IF.

      *> The component line of a compound figure, written the same
      *> way behind its audit record (see T2KOMP).
       TULIS-KOMPONEN.
           IF WS-AUDIT-SIAP = 'Y'
               OPEN EXTEND KOMP-FILE
               IF WS-KPF-STATUS = "35"
                   OPEN OUTPUT KOMP-FILE
               END-IF
               IF WS-KPF-STATUS = "00"
                   INITIALIZE KOMP-RECORD
                   MOVE AUD-NPM TO KP-NPM
                   MOVE AUD-TIMESTAMP TO KP-TIMESTAMP
                   MOVE AUD-UNIT TO KP-UNIT
                   MOVE KMP-COUNT TO KP-JUMLAH
                   PERFORM VARYING KMP-I FROM 1 BY 1
                           UNTIL KMP-I > KMP-COUNT
                       MOVE KMP-P-OP(KMP-I) TO KP-OP(KMP-I)
                       MOVE KMP-P-SHAPE(KMP-I) TO KP-SHAPE(KMP-I)
                       MOVE KMP-P-C1(KMP-I) TO KP-IN1(KMP-I)
                       MOVE KMP-P-C2(KMP-I) TO KP-IN2(KMP-I)
                       MOVE KMP-P-C3(KMP-I) TO KP-IN3(KMP-I)
                   END-PERFORM
                   WRITE KOMP-RECORD
                   CLOSE KOMP-FILE
               ELSE
                   MOVE 'data/T2202-KOMP.DAT' TO WS-FIO-FILE
                   MOVE 'OPEN' TO WS-FIO-OP
                   MOVE 'K' TO WS-FIO-KRITIS
                   CALL 'FIOERR' USING WS-ERR-PROGRAM, WS-FIO-FILE,
                       WS-FIO-OP, WS-KPF-STATUS, WS-FIO-KRITIS
               END-IF
           END-IF.

      *> Vertex list of the audit record CARI-AUDIT returned.
       CARI-TITIK.
           MOVE 'N' TO PG-ADA.
           MOVE 0 TO PG-JUMLAH.
           OPEN INPUT POLI-FILE.
           IF WS-PLF-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS-AUDIT
                   READ POLI-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI-AUDIT
                       IF PL-NPM = RK-NPM
                               AND PL-TIMESTAMP = RK-STORED-TS
                               AND PL-JUMLAH = RK-STORED-IN1
                           MOVE 'Y' TO PG-ADA
                           MOVE PL-JUMLAH TO PG-JUMLAH
                           INITIALIZE PG-TABEL
                           PERFORM VARYING PG-I FROM 1 BY 1
                                   UNTIL PG-I > PG-JUMLAH
                               MOVE PL-X(PG-I) TO PG-X(PG-I)
                               MOVE PL-Y(PG-I) TO PG-Y(PG-I)
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE POLI-FILE
           END-IF.

      *> Each audit write opens EXTEND with the file locked, writes one
           MOVE WS-SESI-MODE TO AUD-MODE.
           MOVE WS-AUD-REF TO AUD-REF.
           MOVE WS-STATION TO AUD-STATION.
           MOVE WS-AUD-JAWAB TO AUD-JAWAB.
           MOVE WS-AUD-VONIS TO AUD-VONIS.
           MOVE SPACE TO AUD-KOREKSI.
           MOVE SPACES TO AUD-KOR-REF.
           PERFORM TANDAI-TERLAMBAT.
           PERFORM BUKA-AUDIT-AMAN.
           IF WS-AUDIT-SIAP = 'Y'
                       AT END MOVE 'Y' TO TRN-EOF-FLAG
                   END-READ
                   IF ADA-LAGI-TRN
                       IF TRN-SHAPE = 'TTK'
                           PERFORM TAMPUNG-TITIK-BATCH
                       ELSE
                           PERFORM TUTUP-POLIGON-BATCH
                           ADD 1 TO BT-DIBACA
                           PERFORM PROSES-TRANSAKSI
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM TUTUP-POLIGON-BATCH
               PERFORM TULIS-TOTAL-BATCH
               CLOSE T2202-IN
               CLOSE STUDENT-MASTER
                   MOVE 'N' TO BT-VALID
               END-IF
           END-IF.
           IF BT-TRAN-VALID AND TRN-SHAPE = 'PLG'
               PERFORM BUKA-POLIGON-BATCH
           ELSE
               IF BT-TRAN-VALID
                   PERFORM HITUNG-TRANSAKSI
               END-IF
               PERFORM CATAT-TRANSAKSI
               IF TRN-SHAPE = 'PLG'
                   MOVE 'T' TO BT-PLG-STATUS
               END-IF
           END-IF.

       CATAT-TRANSAKSI.
           IF BT-TRAN-VALID
               ADD 1 TO BT-DIHITUNG
               MOVE TRN-NPM TO AUD-NPM
                   '  LUAS=' DELIMITED BY SIZE
                   WS-OHASIL-ED DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               IF TRN-SHAPE = 'PLG'
                   PERFORM TULIS-TITIK
                   MOVE TRN-IN2 TO WS-IN2-ED
                   MOVE TRN-IN1 TO PG-JUMLAH
                   STRING '  KELILING=' DELIMITED BY SIZE
                       WS-IN2-ED DELIMITED BY SIZE
                       '  TITIK=' DELIMITED BY SIZE
                       PG-JUMLAH DELIMITED BY SIZE
                       INTO BATCH-RPT-RECORD(28:53)
               END-IF
               WRITE BATCH-RPT-RECORD
           ELSE
               ADD 1 TO BT-DITOLAK
                   MOVE 'N' TO BT-VALID
           END-EVALUATE.

      *> The PLG line has passed the NPM/unit checks; it waits for
      *> its TTK lines and is worked out by TUTUP-POLIGON-BATCH when
      *> the next non-TTK line (or the end of the deck) arrives.
       BUKA-POLIGON-BATCH.
           MOVE T2202-IN-RECORD TO BT-PLG-KEPALA.
           MOVE TRN-NPM TO BT-PLG-NPM.
           MOVE 'A' TO BT-PLG-STATUS.
           MOVE SPACES TO BT-PLG-ALASAN.
           MOVE 0 TO PG-JUMLAH.
           INITIALIZE PG-TABEL.

      *> A TTK line carries one vertex (X in IN1, Y in IN2) of the
      *> PLG line above it. TTK lines under a rejected PLG line are
      *> passed over; one with no PLG line at all is rejected, once
      *> for its run of TTK lines.
       TAMPUNG-TITIK-BATCH.
           EVALUATE TRUE
               WHEN BT-PLG-AKTIF
                   IF BT-PLG-ALASAN = SPACES
                       PERFORM SIMPAN-TITIK-BATCH
                   END-IF
               WHEN BT-PLG-BUANG
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO BT-DIBACA
                   MOVE 'N' TO BT-VALID
                   MOVE 'TITIK TANPA BARIS PLG' TO BT-TOLAK-ALASAN
                   PERFORM CATAT-TRANSAKSI
                   MOVE 'T' TO BT-PLG-STATUS
           END-EVALUATE.

       SIMPAN-TITIK-BATCH.
           EVALUATE TRUE
               WHEN TRN-NPM NOT = BT-PLG-NPM
                   MOVE 'NPM TITIK BERBEDA' TO BT-PLG-ALASAN
               WHEN NOT (TRN-IN1 NUMERIC AND TRN-IN2 NUMERIC)
                   MOVE 'TITIK TIDAK NUMERIK' TO BT-PLG-ALASAN
               WHEN PG-JUMLAH >= PG-MAKS
                   MOVE 'TITIK LEBIH DARI 12' TO BT-PLG-ALASAN
               WHEN OTHER
                   ADD 1 TO PG-JUMLAH
                   MOVE TRN-IN1 TO PG-X(PG-JUMLAH)
                   MOVE TRN-IN2 TO PG-Y(PG-JUMLAH)
           END-EVALUATE.

      *> The held PLG line is put back in the record area to go
      *> through CATAT-TRANSAKSI like any other transaction, with the
      *> vertex count in IN1 and the perimeter in IN2 as the audit
      *> record keeps them; the line just read is restored after.
       TUTUP-POLIGON-BATCH.
           IF BT-PLG-AKTIF
               MOVE T2202-IN-RECORD TO BT-TRN-SIMPAN
               MOVE BT-PLG-KEPALA TO T2202-IN-RECORD
               MOVE 'Y' TO BT-VALID
               IF BT-PLG-ALASAN NOT = SPACES
                   MOVE BT-PLG-ALASAN TO BT-TOLAK-ALASAN
                   MOVE 'N' TO BT-VALID
               ELSE
                   PERFORM POLIGON-HITUNG
                   IF PG-GAGAL = 'Y'
                       MOVE PG-ALASAN TO BT-TOLAK-ALASAN
                       MOVE 'N' TO BT-VALID
                   ELSE
                       MOVE PG-JUMLAH TO TRN-IN1
                       MOVE PG-KLL TO TRN-IN2
                       MOVE ZERO TO TRN-IN3
                       MOVE PG-LUAS TO BT-HASIL
                   END-IF
               END-IF
               PERFORM CATAT-TRANSAKSI
               MOVE BT-TRN-SIMPAN TO T2202-IN-RECORD
           END-IF.
           MOVE 'N' TO BT-PLG-STATUS.

       TOLAK-UKURAN.
           MOVE 'HASIL TERLALU BESAR' TO BT-TOLAK-ALASAN.
           MOVE 'N' TO BT-VALID.
                       WS-OHASIL-ED DELIMITED BY SIZE
                       INTO SLIP-FILE-RECORD
                   WRITE SLIP-FILE-RECORD
                   IF SH-PLG-JUMLAH(SESI-IDX) > 0
                       PERFORM CETAK-SLIP-TITIK
                   END-IF
               END-PERFORM
           END-IF.
           IF UJ-SUDAH = 'Y'
               MOVE SPACES TO SLIP-FILE-RECORD
               MOVE UJ-SKOR TO UJ-SKOR-ED
               STRING 'UJIAN : BENAR ' DELIMITED BY SIZE
                   UJ-BENAR DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   UJ-JUMLAH DELIMITED BY SIZE
                   '  SKOR=' DELIMITED BY SIZE
                   UJ-SKOR-ED DELIMITED BY SIZE
                   INTO SLIP-FILE-RECORD
               WRITE SLIP-FILE-RECORD
           END-IF.
           MOVE SPACES TO SLIP-FILE-RECORD.
           WRITE SLIP-FILE-RECORD.
           CLOSE SLIP-FILE.

      *> A polygon's vertices follow its line on the slip, three to a
      *> line, so a reprint shows the figure exactly as entered.
       CETAK-SLIP-TITIK.
           MOVE SPACES TO PG-SLIP.
           MOVE 1 TO PG-PTR.
           PERFORM VARYING PG-I FROM 1 BY 1
                   UNTIL PG-I > SH-PLG-JUMLAH(SESI-IDX)
               MOVE SH-PLG-X(SESI-IDX, PG-I) TO PG-X-ED
               MOVE SH-PLG-Y(SESI-IDX, PG-I) TO PG-Y-ED
               STRING ' (' DELIMITED BY SIZE
                   PG-X-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PG-Y-ED DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO PG-SLIP
                   WITH POINTER PG-PTR
               IF PG-PTR > 60 OR PG-I = SH-PLG-JUMLAH(SESI-IDX)
                   MOVE PG-SLIP TO SLIP-FILE-RECORD
                   WRITE SLIP-FILE-RECORD
                   MOVE SPACES TO PG-SLIP
                   MOVE 1 TO PG-PTR
               END-IF
           END-PERFORM.
