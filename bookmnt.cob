      *> Station booking calendar: which kelas is meant to be at which
      *> terminal, per date and time slot of a lab week.
      *> Interactive (from DRIVER): list a week's bookings, book one
      *> or more stations for a kelas and slot, cancel a booking.
      *> A new booking is refused when the slot overlaps an active
      *> booking on the same station, or the station is marked 'R'
      *> (out of service) in STAMNT.
      *>   bin/bookmnt LAPORAN <minggu>   weekly utilization report
      *> setting the bookings against the seats actually used - the
      *> DRIVER usage log and LABATTN sign-ins, both of which carry
      *> the station - into data/BOOKING-UTIL.DAT: booked-but-empty
      *> slots and used-but-unbooked seats.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO "data/STA-BOOKING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BK-STATUS.
           SELECT USAGE-LOG ASSIGN TO "data/USAGE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UL-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "data/ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT UTIL-REPORT ASSIGN TO "data/BOOKING-UTIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
           COPY BOOKING.
       FD USAGE-LOG.
       01 USAGE-LOG-RECORD.
           05 UL-DATE PIC X(8).
           05 FILLER PIC X.
           05 UL-PROGRAM PIC X(12).
           05 FILLER PIC X.
           05 UL-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 UL-START PIC X(14).
           05 FILLER PIC X.
           05 UL-END PIC X(14).
           05 FILLER PIC X.
           05 UL-STATION PIC X(4).
       FD ATTEND-FILE.
           COPY ATTEND.
       FD UTIL-REPORT.
       01 UTIL-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-OPR-LEVEL-PERLU PIC 9.
           01 WS-OPR-HASIL PIC X.
               88 OPERATOR-SAH VALUE 'Y'.
           01 WS-BK-STATUS PIC XX.
           01 WS-UL-STATUS PIC XX.
           01 WS-AT-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'BOOKMNT'.
           01 WS-ERR-FIELD PIC X(15).
       01 PILIH PIC 9.
       01 ISI-KELAS PIC X(5).
       01 ISI-TANGGAL PIC X(8).
       01 ISI-MINGGU PIC X(4).
       01 ISI-JAM-MULAI PIC X(4).
       01 ISI-JAM-SELESAI PIC X(4).
       01 ISI-STASIUN PIC X(4).
       01 WS-KELAS-HASIL PIC X.
       01 WS-STA-HASIL PIC X.
       01 WS-KAL-CUTOFF PIC X(14).
       01 WS-KAL-HASIL PIC X.
       01 WS-JAM-OK PIC X.
       01 WS-BENTROK PIC X.
       01 WS-BENTROK-KELAS PIC X(5).
       01 WS-BENTROK-MULAI PIC X(4).
       01 WS-BENTROK-SELESAI PIC X(4).
       01 WS-JUMLAH-BARU PIC 99 VALUE 0.
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
      *> Weekly report work areas.
       01 WS-CLI-ARG PIC X(20).
       01 WS-MINGGU PIC X(4).
       01 WS-KAL-MINGGU PIC X(4).
       01 WS-PAKAI-STASIUN PIC X(4).
       01 WS-PAKAI-TANGGAL PIC X(8).
       01 WS-PAKAI-JAM PIC X(4).
       01 WS-ADA PIC X.
       01 BOOK-TABEL.
           02 BT-ENTRY OCCURS 500 TIMES.
               03 BT-STASIUN PIC X(4).
               03 BT-TANGGAL PIC X(8).
               03 BT-MULAI PIC X(4).
               03 BT-SELESAI PIC X(4).
               03 BT-KELAS PIC X(5).
               03 BT-PAKAI PIC 9(4).
       01 BT-COUNT PIC 9(3) VALUE 0.
       01 BT-IDX PIC 9(3).
       01 LUAR-TABEL.
           02 LB-ENTRY OCCURS 500 TIMES.
               03 LB-STASIUN PIC X(4).
               03 LB-TANGGAL PIC X(8).
               03 LB-JAM PIC XX.
               03 LB-PAKAI PIC 9(4).
       01 LB-COUNT PIC 9(3) VALUE 0.
       01 LB-IDX PIC 9(3).
       01 WS-TOT-TERPAKAI PIC 9(4) VALUE 0.
       01 WS-TOT-KOSONG PIC 9(4) VALUE 0.
       01 WS-UTIL-PERSEN PIC 9(3).
       01 WS-CETAK-PAKAI PIC ZZZ9.
       SCREEN SECTION.
       COPY SCRCLR.
       01 LAYAR-MENU.
           02 LINE 3 COLUMN 20 VALUE 'BOOKING STASIUN'.
           02 LINE 4 COLUMN 20 VALUE '1). DAFTAR BOOKING MINGGU'.
           02 LINE 5 COLUMN 20 VALUE '2). TAMBAH BOOKING'.
           02 LINE 6 COLUMN 20 VALUE '3). BATALKAN BOOKING'.
           02 LINE 7 COLUMN 20 VALUE '4). SELESAI/KELUAR'.
           02 LINE 9 COLUMN 20 VALUE 'PILIH = '.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:7) = 'LAPORAN'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-CLI-ARG(9:4) TO WS-MINGGU
               IF WS-MINGGU = SPACES
                   DISPLAY 'USAGE: bin/bookmnt LAPORAN <MINGGU>'
               ELSE
                   PERFORM LAPORAN-UTILISASI
               END-IF
               STOP RUN
           END-IF.
           IF WS-HEADER-DONE = 'N'
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.
           PERFORM BUKA-BOOKING.
       MENU-UTAMA.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY LAYAR-MENU.
           ACCEPT PILIH.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           IF PILIH = 1 GO TO DAFTAR-BOOKING.
           IF PILIH = 2 GO TO TAMBAH-BOOKING.
           IF PILIH = 3 GO TO BATAL-BOOKING.
           IF PILIH = 4 GO TO SELESAI.
           GO TO MENU-UTAMA.

       DAFTAR-BOOKING.
           DISPLAY (2, 3) '===DAFTAR BOOKING STASIUN==='.
           MOVE WS-LAB-WEEK TO ISI-MINGGU.
           DISPLAY (3, 3) 'MINGGU (KOSONG=', WS-LAB-WEEK, ') : '.
           ACCEPT ISI-MINGGU.
           IF ISI-MINGGU = SPACES
               MOVE WS-LAB-WEEK TO ISI-MINGGU
           END-IF.
           MOVE LOW-VALUES TO BK-KEY.
           START BOOKING-FILE KEY NOT < BK-KEY
               INVALID KEY MOVE "23" TO WS-BK-STATUS
           END-START.
           IF WS-BK-STATUS NOT = "00"
               DISPLAY (5, 3) 'BELUM ADA BOOKING TERCATAT'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           DISPLAY (4, 3) 'STA  TANGGAL  MULAI SELESAI KELAS STATUS'.
           MOVE 'N' TO EOF-FLAG.
           MOVE 5 TO LIN-OUT.
           PERFORM UNTIL HABIS
               READ BOOKING-FILE NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI AND BK-MINGGU = ISI-MINGGU
                   IF BK-AKTIF
                       DISPLAY (LIN-OUT, 3) BK-STASIUN, ' ',
                           BK-TANGGAL, ' ', BK-JAM-MULAI, '  ',
                           BK-JAM-SELESAI, '    ', BK-KELAS, ' AKTIF'
                   ELSE
                       DISPLAY (LIN-OUT, 3) BK-STASIUN, ' ',
                           BK-TANGGAL, ' ', BK-JAM-MULAI, '  ',
                           BK-JAM-SELESAI, '    ', BK-KELAS, ' BATAL'
                   END-IF
                   ADD 1 TO LIN-OUT
                   IF LIN-OUT > 21
                       STOP 'TEKAN ENTER UNTUK HALAMAN BERIKUTNYA'
                       DISPLAY HAPUS-LAYAR
                       DISPLAY LAYAR-RUN-HEADER
                       DISPLAY (4, 3)
                           'STA  TANGGAL  MULAI SELESAI KELAS STATUS'
                       MOVE 5 TO LIN-OUT
                   END-IF
               END-IF
           END-PERFORM.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> One kelas, one date and slot, then as many stations as the
      *> session needs; each station is checked on its own, so one
      *> clash does not lose the rest of the room.
       TAMBAH-BOOKING.
           DISPLAY (2, 3) '===TAMBAH BOOKING==='.
           PERFORM WITH TEST AFTER UNTIL WS-KELAS-HASIL = 'Y'
               DISPLAY (3, 3) 'KELAS : '
               ACCEPT ISI-KELAS
               CALL 'KELASCHK' USING ISI-KELAS, WS-KELAS-HASIL
               IF WS-KELAS-HASIL NOT = 'Y'
                   DISPLAY (3, 30) 'KELAS TIDAK AKTIF/TIDAK DIKENAL'
                   MOVE ISI-KELAS TO WS-LOG-VALUE
                   MOVE 'KELAS' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL ISI-TANGGAL NUMERIC
               DISPLAY (4, 3) 'TANGGAL (YYYYMMDD) : '
               ACCEPT ISI-TANGGAL
               IF NOT ISI-TANGGAL NUMERIC
                   MOVE ISI-TANGGAL TO WS-LOG-VALUE
                   MOVE 'TANGGAL' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           CALL 'WEEKCAL' USING ISI-TANGGAL, ISI-MINGGU,
               WS-KAL-CUTOFF, WS-KAL-HASIL.
           IF WS-KAL-HASIL = 'H'
               DISPLAY (5, 3) 'TANGGAL INI LIBUR MENURUT KALENDER TERM'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           IF WS-KAL-HASIL = 'Y'
               DISPLAY (5, 3) 'MINGGU LAB DARI KALENDER: ', ISI-MINGGU
           ELSE
               DISPLAY (5, 3) 'MINGGU LAB : '
               ACCEPT ISI-MINGGU
           END-IF.
           MOVE 'N' TO WS-JAM-OK.
           PERFORM UNTIL WS-JAM-OK = 'Y'
               DISPLAY (6, 3) 'JAM MULAI (HHMM)   : '
               ACCEPT ISI-JAM-MULAI
               DISPLAY (7, 3) 'JAM SELESAI (HHMM) : '
               ACCEPT ISI-JAM-SELESAI
               PERFORM PERIKSA-JAM
               IF WS-JAM-OK NOT = 'Y'
                   DISPLAY (8, 3) 'JAM TIDAK SAH (MULAI < SELESAI)'
                   MOVE ISI-JAM-MULAI TO WS-LOG-VALUE
                   MOVE 'JAM-BOOKING' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           DISPLAY (8, 3) 'STASIUN SATU PER SATU, KOSONG = SELESAI'.
           MOVE 0 TO WS-JUMLAH-BARU.
           MOVE 9 TO LIN-OUT.
           MOVE 'X' TO ISI-STASIUN.
           PERFORM UNTIL ISI-STASIUN = SPACES
               MOVE SPACES TO ISI-STASIUN
               DISPLAY (LIN-OUT, 3) 'STASIUN : '
               ACCEPT ISI-STASIUN
               IF ISI-STASIUN NOT = SPACES
                   PERFORM PESAN-SATU-STASIUN
                   ADD 1 TO LIN-OUT
                   IF LIN-OUT > 21
                       MOVE 9 TO LIN-OUT
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY (22, 3) 'BOOKING BARU : ', WS-JUMLAH-BARU.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> HHMM on a 24-hour clock; a slot must end after it starts.
       PERIKSA-JAM.
           MOVE 'N' TO WS-JAM-OK.
           IF ISI-JAM-MULAI NUMERIC AND ISI-JAM-SELESAI NUMERIC
               IF ISI-JAM-MULAI(1:2) < '24'
                       AND ISI-JAM-MULAI(3:2) < '60'
                       AND ISI-JAM-SELESAI(1:2) NOT > '24'
                       AND ISI-JAM-SELESAI(3:2) < '60'
                       AND ISI-JAM-MULAI < ISI-JAM-SELESAI
                   MOVE 'Y' TO WS-JAM-OK
               END-IF
           END-IF.

       PESAN-SATU-STASIUN.
           CALL 'STACHK' USING ISI-STASIUN, WS-STA-HASIL.
           IF WS-STA-HASIL = 'R'
               DISPLAY (LIN-OUT, 20) 'DITOLAK - STASIUN RUSAK'
               EXIT PARAGRAPH
           END-IF.
           IF WS-STA-HASIL = 'N'
               DISPLAY (LIN-OUT, 20) 'DITOLAK - TIDAK TERDAFTAR'
               MOVE ISI-STASIUN TO WS-LOG-VALUE
               MOVE 'STASIUN' TO WS-ERR-FIELD
               CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                   WS-LOG-VALUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARI-BENTROK.
           IF WS-BENTROK = 'Y'
               DISPLAY (LIN-OUT, 20) 'DITOLAK - BENTROK ',
                   WS-BENTROK-KELAS, ' ', WS-BENTROK-MULAI, '-',
                   WS-BENTROK-SELESAI
               EXIT PARAGRAPH
           END-IF.
           MOVE ISI-STASIUN TO BK-STASIUN.
           MOVE ISI-TANGGAL TO BK-TANGGAL.
           MOVE ISI-JAM-MULAI TO BK-JAM-MULAI.
           MOVE ISI-JAM-SELESAI TO BK-JAM-SELESAI.
           MOVE ISI-MINGGU TO BK-MINGGU.
           MOVE ISI-KELAS TO BK-KELAS.
           MOVE 'A' TO BK-STATUS.
           MOVE WS-RUN-DATE TO BK-TGL-CATAT.
           MOVE WS-OPERATOR TO BK-OPERATOR.
           WRITE BOOKING-RECORD
               INVALID KEY MOVE "22" TO WS-BK-STATUS
           END-WRITE.
      *> The same station, date and start time can only be on file
      *> already as a cancelled booking (an active one would have
      *> clashed above), so the new booking takes its place.
           IF WS-BK-STATUS = "22"
               REWRITE BOOKING-RECORD
                   INVALID KEY MOVE "23" TO WS-BK-STATUS
               END-REWRITE
           END-IF.
           IF WS-BK-STATUS = "00"
               DISPLAY (LIN-OUT, 20) 'DIPESAN'
               ADD 1 TO WS-JUMLAH-BARU
           ELSE
               DISPLAY (LIN-OUT, 20) 'GAGAL TULIS, STATUS ',
                   WS-BK-STATUS
           END-IF.

      *> Two slots on one station overlap when each starts before
      *> the other ends; cancelled bookings never clash.
       CARI-BENTROK.
           MOVE 'N' TO WS-BENTROK.
           MOVE ISI-STASIUN TO BK-STASIUN.
           MOVE ISI-TANGGAL TO BK-TANGGAL.
           MOVE LOW-VALUES TO BK-JAM-MULAI.
           START BOOKING-FILE KEY NOT < BK-KEY
               INVALID KEY MOVE "23" TO WS-BK-STATUS
           END-START.
           IF WS-BK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ BOOKING-FILE NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI
                   IF BK-STASIUN NOT = ISI-STASIUN
                           OR BK-TANGGAL NOT = ISI-TANGGAL
                       MOVE 'Y' TO EOF-FLAG
                   ELSE
                       IF BK-AKTIF
                               AND BK-JAM-MULAI < ISI-JAM-SELESAI
                               AND ISI-JAM-MULAI < BK-JAM-SELESAI
                           MOVE 'Y' TO WS-BENTROK
                           MOVE BK-KELAS TO WS-BENTROK-KELAS
                           MOVE BK-JAM-MULAI TO WS-BENTROK-MULAI
                           MOVE BK-JAM-SELESAI TO WS-BENTROK-SELESAI
                           MOVE 'Y' TO EOF-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BATAL-BOOKING.
           DISPLAY (2, 3) '===BATALKAN BOOKING==='.
           DISPLAY (3, 3) 'STASIUN : '.
           ACCEPT ISI-STASIUN.
           DISPLAY (4, 3) 'TANGGAL (YYYYMMDD) : '.
           ACCEPT ISI-TANGGAL.
           DISPLAY (5, 3) 'JAM MULAI (HHMM) : '.
           ACCEPT ISI-JAM-MULAI.
           MOVE ISI-STASIUN TO BK-STASIUN.
           MOVE ISI-TANGGAL TO BK-TANGGAL.
           MOVE ISI-JAM-MULAI TO BK-JAM-MULAI.
           READ BOOKING-FILE
               INVALID KEY MOVE "23" TO WS-BK-STATUS
           END-READ.
           IF WS-BK-STATUS NOT = "00" OR BK-BATAL
               DISPLAY (7, 3) 'BOOKING AKTIF TIDAK DITEMUKAN'
           ELSE
               MOVE 'B' TO BK-STATUS
               MOVE WS-RUN-DATE TO BK-TGL-CATAT
               MOVE WS-OPERATOR TO BK-OPERATOR
               REWRITE BOOKING-RECORD
                   INVALID KEY DISPLAY (7, 3) 'GAGAL REWRITE'
               END-REWRITE
               IF WS-BK-STATUS = "00"
                   DISPLAY (7, 3) 'BOOKING DIBATALKAN : ', BK-KELAS,
                       ' ', BK-JAM-MULAI, '-', BK-JAM-SELESAI
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> A booking counts as used when any DRIVER launch or LABATTN
      *> sign-in on its station starts inside its slot; every use
      *> that no booking covers is tallied per station, date and hour
      *> as a used-but-unbooked seat.
       LAPORAN-UTILISASI.
           PERFORM MUAT-BOOKING-MINGGU.
           PERFORM KUMPUL-PEMAKAIAN.
           OPEN OUTPUT UTIL-REPORT.
           MOVE SPACES TO UTIL-REPORT-RECORD.
           STRING '=== UTILISASI VS BOOKING MINGGU ' DELIMITED BY SIZE
               WS-MINGGU DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO UTIL-REPORT-RECORD.
           WRITE UTIL-REPORT-RECORD.
           MOVE 'BOOKING:  STA  TANGGAL  SLOT      KELAS  PEMAKAIAN'
               TO UTIL-REPORT-RECORD.
           WRITE UTIL-REPORT-RECORD.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-COUNT
               MOVE BT-PAKAI(BT-IDX) TO WS-CETAK-PAKAI
               MOVE SPACES TO UTIL-REPORT-RECORD
               IF BT-PAKAI(BT-IDX) = 0
                   ADD 1 TO WS-TOT-KOSONG
                   STRING '  KOSONG  ' DELIMITED BY SIZE
                       BT-STASIUN(BT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BT-TANGGAL(BT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BT-MULAI(BT-IDX) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       BT-SELESAI(BT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BT-KELAS(BT-IDX) DELIMITED BY SIZE
                       '      -' DELIMITED BY SIZE
                       INTO UTIL-REPORT-RECORD
               ELSE
                   ADD 1 TO WS-TOT-TERPAKAI
                   STRING '  TERPAKAI' DELIMITED BY SIZE
                       BT-STASIUN(BT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BT-TANGGAL(BT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BT-MULAI(BT-IDX) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       BT-SELESAI(BT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BT-KELAS(BT-IDX) DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       WS-CETAK-PAKAI DELIMITED BY SIZE
                       INTO UTIL-REPORT-RECORD
               END-IF
               WRITE UTIL-REPORT-RECORD
           END-PERFORM.
           MOVE 'DIPAKAI TANPA BOOKING:  STA  TANGGAL  JAM  PEMAKAIAN'
               TO UTIL-REPORT-RECORD.
           WRITE UTIL-REPORT-RECORD.
           PERFORM VARYING LB-IDX FROM 1 BY 1
                   UNTIL LB-IDX > LB-COUNT
               MOVE LB-PAKAI(LB-IDX) TO WS-CETAK-PAKAI
               MOVE SPACES TO UTIL-REPORT-RECORD
               STRING '                        ' DELIMITED BY SIZE
                   LB-STASIUN(LB-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LB-TANGGAL(LB-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LB-JAM(LB-IDX) DELIMITED BY SIZE
                   '.00 ' DELIMITED BY SIZE
                   WS-CETAK-PAKAI DELIMITED BY SIZE
                   INTO UTIL-REPORT-RECORD
               WRITE UTIL-REPORT-RECORD
           END-PERFORM.
           IF BT-COUNT > 0
               COMPUTE WS-UTIL-PERSEN ROUNDED =
                   WS-TOT-TERPAKAI * 100 / BT-COUNT
           ELSE
               MOVE 0 TO WS-UTIL-PERSEN
           END-IF.
           MOVE SPACES TO UTIL-REPORT-RECORD.
           STRING 'BOOKING ' DELIMITED BY SIZE
               BT-COUNT DELIMITED BY SIZE
               '  TERPAKAI ' DELIMITED BY SIZE
               WS-TOT-TERPAKAI DELIMITED BY SIZE
               '  KOSONG ' DELIMITED BY SIZE
               WS-TOT-KOSONG DELIMITED BY SIZE
               '  UTILISASI ' DELIMITED BY SIZE
               WS-UTIL-PERSEN DELIMITED BY SIZE
               '%  TANPA BOOKING ' DELIMITED BY SIZE
               LB-COUNT DELIMITED BY SIZE
               INTO UTIL-REPORT-RECORD.
           WRITE UTIL-REPORT-RECORD.
           CLOSE UTIL-REPORT.
           DISPLAY 'LAPORAN SELESAI, LIHAT data/BOOKING-UTIL.DAT'.

       MUAT-BOOKING-MINGGU.
           OPEN INPUT BOOKING-FILE.
           IF WS-BK-STATUS NOT = "00"
               DISPLAY 'FILE data/STA-BOOKING.DAT TIDAK DITEMUKAN'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL HABIS
               READ BOOKING-FILE NEXT
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI AND BK-AKTIF AND BK-MINGGU = WS-MINGGU
                       AND BT-COUNT < 500
                   ADD 1 TO BT-COUNT
                   MOVE BK-STASIUN TO BT-STASIUN(BT-COUNT)
                   MOVE BK-TANGGAL TO BT-TANGGAL(BT-COUNT)
                   MOVE BK-JAM-MULAI TO BT-MULAI(BT-COUNT)
                   MOVE BK-JAM-SELESAI TO BT-SELESAI(BT-COUNT)
                   MOVE BK-KELAS TO BT-KELAS(BT-COUNT)
                   MOVE 0 TO BT-PAKAI(BT-COUNT)
               END-IF
           END-PERFORM.
           CLOSE BOOKING-FILE.

      *> Usage-log and attendance lines carry only a date; the term
      *> calendar maps it to its lab week, as LABATTN's report does.
       KUMPUL-PEMAKAIAN.
           OPEN INPUT USAGE-LOG.
           IF WS-UL-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ USAGE-LOG
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND UL-STATION NOT = SPACES
                       MOVE UL-STATION TO WS-PAKAI-STASIUN
                       MOVE UL-START(1:8) TO WS-PAKAI-TANGGAL
                       MOVE UL-START(9:4) TO WS-PAKAI-JAM
                       PERFORM CATAT-PEMAKAIAN
                   END-IF
               END-PERFORM
               CLOSE USAGE-LOG
           END-IF.
           OPEN INPUT ATTEND-FILE.
           IF WS-AT-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ ATTEND-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND AT-TIPE = 'M'
                           AND AT-STATION NOT = SPACES
                       MOVE AT-STATION TO WS-PAKAI-STASIUN
                       MOVE AT-DATE TO WS-PAKAI-TANGGAL
                       MOVE AT-TIME(1:4) TO WS-PAKAI-JAM
                       PERFORM CATAT-PEMAKAIAN
                   END-IF
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       CATAT-PEMAKAIAN.
           CALL 'WEEKCAL' USING WS-PAKAI-TANGGAL, WS-KAL-MINGGU,
               WS-KAL-CUTOFF, WS-KAL-HASIL.
           IF WS-KAL-HASIL NOT = 'Y' OR WS-KAL-MINGGU NOT = WS-MINGGU
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ADA.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-COUNT
               IF BT-STASIUN(BT-IDX) = WS-PAKAI-STASIUN
                       AND BT-TANGGAL(BT-IDX) = WS-PAKAI-TANGGAL
                       AND BT-MULAI(BT-IDX) NOT > WS-PAKAI-JAM
                       AND WS-PAKAI-JAM < BT-SELESAI(BT-IDX)
                   ADD 1 TO BT-PAKAI(BT-IDX)
                   MOVE 'Y' TO WS-ADA
               END-IF
           END-PERFORM.
           IF WS-ADA = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LB-IDX FROM 1 BY 1
                   UNTIL LB-IDX > LB-COUNT
               IF LB-STASIUN(LB-IDX) = WS-PAKAI-STASIUN
                       AND LB-TANGGAL(LB-IDX) = WS-PAKAI-TANGGAL
                       AND LB-JAM(LB-IDX) = WS-PAKAI-JAM(1:2)
                   ADD 1 TO LB-PAKAI(LB-IDX)
                   MOVE 'Y' TO WS-ADA
               END-IF
           END-PERFORM.
           IF WS-ADA = 'N' AND LB-COUNT < 500
               ADD 1 TO LB-COUNT
               MOVE WS-PAKAI-STASIUN TO LB-STASIUN(LB-COUNT)
               MOVE WS-PAKAI-TANGGAL TO LB-TANGGAL(LB-COUNT)
               MOVE WS-PAKAI-JAM(1:2) TO LB-JAM(LB-COUNT)
               MOVE 1 TO LB-PAKAI(LB-COUNT)
           END-IF.

       SETUP-HEADER.
           MOVE 'BOOKMNT' TO WS-PROGRAM-NAME.
           ACCEPT WS-LABTRAIN FROM ENVIRONMENT 'LABTRAIN'
               ON EXCEPTION MOVE SPACE TO WS-LABTRAIN
           END-ACCEPT.
           IF LINGKUNGAN-LATIHAN
               MOVE '*** LATIHAN - BUKAN DATA PRODUKSI ***'
                   TO WS-LATIHAN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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

       BUKA-BOOKING.
           OPEN I-O BOOKING-FILE.
           IF WS-BK-STATUS = "35"
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
           END-IF.

       SELESAI.
           CLOSE BOOKING-FILE.
           STOP RUN.
