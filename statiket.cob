      *> Station fault tickets from the desk, and the monthly downtime
      *> report the technician contract is argued from.
      *>   bin/statiket                    desk screen: any operator
      *>     reports a fault on a station (its own by default) with a
      *>     reason; the station goes out of service and a ticket is
      *>     opened through STATKT, the same as STAMNT's TANDAI RUSAK.
      *>     STAMNT's AKTIFKAN KEMBALI closes it.
      *>   bin/statiket LAPORAN [<yyyymm>] writes
      *>     data/STA-DOWNTIME.DAT for the month (default this one):
      *>     per ST-ID the tickets opened, the repeat faults (opened
      *>     within WS-ULANG-HARI days of the station's previous
      *>     ticket closing), the minutes out of service inside the
      *>     month and the file errors and jammed sessions linked,
      *>     then every ticket that touched the month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATIKET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-MASTER ASSIGN TO "data/STAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               FILE STATUS IS WS-ST-STATUS.
           SELECT TIKET-FILE ASSIGN TO "data/STA-TIKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TK-STATUS.
           SELECT DOWN-REPORT ASSIGN TO "data/STA-DOWNTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STATION-MASTER.
           COPY STAMAST.
       FD TIKET-FILE.
           COPY STATIKET.
       FD DOWN-REPORT.
       01 DOWN-REPORT-RECORD PIC X(100).
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
           01 WS-ST-STATUS PIC XX.
           01 WS-TK-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'STATIKET'.
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 WS-CLI-ARG PIC X(20).
       01 WS-STATION PIC X(4).
       01 ISI-ID PIC X(4).
       01 ISI-ALASAN PIC X(30).
       01 WS-TK-FUNGSI PIC X VALUE 'B'.
       01 WS-TK-SUMBER PIC X(5) VALUE 'MEJA'.
       01 WS-TK-HASIL PIC X.
       01 WS-TK-NO PIC 9(5).
       01 LIN-OUT PIC 99.
       01 WS-BUKA-CNT PIC 99.
       01 WS-ULANG-HARI PIC 9(3) VALUE 30.
       01 WS-BULAN PIC X(6).
       01 WS-BULAN-R REDEFINES WS-BULAN.
           05 WS-BLN-TAHUN PIC 9(4).
           05 WS-BLN-BULAN PIC 9(2).
       01 WS-TGL-AWAL PIC 9(8).
       01 WS-TGL-AKHIR PIC 9(8).
       01 WS-SEKARANG PIC X(14).
       01 WS-AWAL-MNT PIC 9(9).
       01 WS-AKHIR-MNT PIC 9(9).
       01 WS-BUKA-MNT PIC 9(9).
       01 WS-TUTUP-MNT PIC 9(9).
       01 WS-DARI-MNT PIC 9(9).
       01 WS-DOWN PIC S9(9).
       01 WS-TS PIC X(14).
       01 WS-TS-TGL PIC 9(8).
       01 WS-TS-JAM PIC 9(2).
       01 WS-TS-MNT PIC 9(2).
       01 WS-MENIT PIC 9(9).
       01 WS-ULANG PIC X.
       01 WS-MENIT-ED PIC ZZZZZZ9.
       01 WS-JAM-ED PIC ZZZ9.9.
       01 WS-JAM PIC 9(4)V9.
       01 STA-TABEL.
           02 SR-ITEM OCCURS 100 TIMES INDEXED BY SR-IDX.
               03 SR-ID PIC X(4).
               03 SR-TIKET PIC 9(3).
               03 SR-ULANG PIC 9(3).
               03 SR-MENIT PIC 9(7).
               03 SR-ERR PIC 9(4).
               03 SR-MACET PIC 9(4).
       01 SR-COUNT PIC 9(3) VALUE 0.
       01 WS-KETEMU PIC X.
       01 WS-TOT-TIKET PIC 9(4) VALUE 0.
       01 WS-TOT-ULANG PIC 9(4) VALUE 0.
       01 WS-TOT-MENIT PIC 9(8) VALUE 0.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:7) = 'LAPORAN'
               PERFORM LAPORAN-DOWNTIME
               GO TO SELESAI
           END-IF.
           IF WS-HEADER-DONE = 'N'
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.
           OPEN I-O STATION-MASTER.
           IF WS-ST-STATUS NOT = "00"
               DISPLAY (3, 3) 'data/STAMAST.DAT TIDAK BISA DIBUKA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO SELESAI
           END-IF.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (2, 3) '===LAPOR GANGGUAN STASIUN==='.
           PERFORM TAMPIL-TIKET-BUKA.
           COMPUTE LIN-OUT = LIN-OUT + 1.
           DISPLAY (LIN-OUT, 3) 'ID STASIUN (KOSONG = ', WS-STATION,
               ') : '.
           ACCEPT ISI-ID.
           IF ISI-ID = SPACES
               MOVE WS-STATION TO ISI-ID
           END-IF.
           INSPECT ISI-ID CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ISI-ID TO ST-ID.
           READ STATION-MASTER
               INVALID KEY MOVE "23" TO WS-ST-STATUS
           END-READ.
           ADD 2 TO LIN-OUT.
           IF WS-ST-STATUS NOT = "00"
               DISPLAY (LIN-OUT, 3) 'STASIUN TIDAK DITEMUKAN'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO SELESAI
           END-IF.
           MOVE SPACES TO ISI-ALASAN.
           PERFORM WITH TEST AFTER UNTIL ISI-ALASAN NOT = SPACES
               DISPLAY (LIN-OUT, 3) 'GANGGUAN : '
               ACCEPT ISI-ALASAN
           END-PERFORM.
           ADD 2 TO LIN-OUT.
           MOVE 'R' TO ST-STATUS.
           REWRITE STATION-MASTER-RECORD
               INVALID KEY DISPLAY (LIN-OUT, 3) 'GAGAL REWRITE'
           END-REWRITE.
           IF WS-ST-STATUS = "00"
               CALL 'STATKT' USING WS-TK-FUNGSI, ST-ID, WS-OPERATOR,
                   WS-TK-SUMBER, ISI-ALASAN, WS-TK-HASIL, WS-TK-NO
               EVALUATE WS-TK-HASIL
                   WHEN 'Y'
                       DISPLAY (LIN-OUT, 3) 'STASIUN ', ST-ID,
                           ' DITANDAI RUSAK, TIKET ', WS-TK-NO
                   WHEN 'A'
                       DISPLAY (LIN-OUT, 3) 'STASIUN ', ST-ID,
                           ' SUDAH PUNYA TIKET TERBUKA ', WS-TK-NO
                   WHEN OTHER
                       DISPLAY (LIN-OUT, 3) 'FILE TIKET PENUH - ',
                           'HUBUNGI PEMELIHARA'
               END-EVALUATE
               MOVE 'STA-RUSAK' TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING ST-ID DELIMITED BY SIZE
                   ' TIKET ' DELIMITED BY SIZE
                   WS-TK-NO DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-ERR-PROGRAM, WS-SEC-EVENT,
                   WS-OPERATOR, WS-SEC-DETAIL
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO SELESAI.

       TAMPIL-TIKET-BUKA.
           MOVE 4 TO LIN-OUT.
           MOVE 0 TO WS-BUKA-CNT.
           DISPLAY (LIN-OUT, 3) 'TIKET TERBUKA:'.
           OPEN INPUT TIKET-FILE.
           IF WS-TK-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ TIKET-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND TK-BUKA AND WS-BUKA-CNT < 10
                       ADD 1 TO WS-BUKA-CNT
                       ADD 1 TO LIN-OUT
                       DISPLAY (LIN-OUT, 5) TK-NO, ' ', TK-ST-ID, ' ',
                           TK-BUKA-TS(1:8), ' ', TK-ALASAN
                   END-IF
               END-PERFORM
               CLOSE TIKET-FILE
           END-IF.
           IF WS-BUKA-CNT = 0
               ADD 1 TO LIN-OUT
               DISPLAY (LIN-OUT, 5) '(TIDAK ADA)'
           END-IF.

       LAPORAN-DOWNTIME.
           ACCEPT WS-SEKARANG(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-SEKARANG(9:6) FROM TIME.
           MOVE WS-CLI-ARG(9:6) TO WS-BULAN.
           IF WS-BULAN = SPACES
               MOVE WS-SEKARANG(1:6) TO WS-BULAN
           END-IF.
           MOVE SPACES TO WS-TS.
           STRING WS-BULAN DELIMITED BY SIZE
               '01' DELIMITED BY SIZE
               INTO WS-TS.
           IF WS-TS(1:8) NOT NUMERIC
               DISPLAY 'BULAN TIDAK SAH: ' WS-BULAN
               DISPLAY 'USAGE: bin/statiket LAPORAN [<YYYYMM>]'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TS(1:8) TO WS-TGL-AWAL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TGL-AWAL) NOT = 0
               DISPLAY 'BULAN TIDAK SAH: ' WS-BULAN
               DISPLAY 'USAGE: bin/statiket LAPORAN [<YYYYMM>]'
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLN-BULAN = 12
               COMPUTE WS-TGL-AKHIR = (WS-BLN-TAHUN + 1) * 10000 + 101
           ELSE
               COMPUTE WS-TGL-AKHIR = WS-TGL-AWAL + 100
           END-IF.
           COMPUTE WS-AWAL-MNT =
               FUNCTION INTEGER-OF-DATE(WS-TGL-AWAL) * 1440.
           COMPUTE WS-AKHIR-MNT =
               FUNCTION INTEGER-OF-DATE(WS-TGL-AKHIR) * 1440.
           OPEN OUTPUT DOWN-REPORT.
           MOVE SPACES TO DOWN-REPORT-RECORD.
           STRING '=== DOWNTIME STASIUN BULAN ' DELIMITED BY SIZE
               WS-BULAN DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               WS-SEKARANG(1:8) DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           MOVE SPACES TO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           MOVE 'RINCIAN TIKET:' TO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           MOVE 'NO    STA  DIBUKA         DITUTUP        SUMBER MENIT'
               TO DOWN-REPORT-RECORD.
           MOVE ' ULG ALASAN' TO DOWN-REPORT-RECORD(54:11).
           WRITE DOWN-REPORT-RECORD.
           OPEN INPUT TIKET-FILE.
           IF WS-TK-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ TIKET-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND TK-NO NUMERIC
                       PERFORM HITUNG-TIKET
                   END-IF
               END-PERFORM
               CLOSE TIKET-FILE
           END-IF.
           MOVE SPACES TO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           MOVE 'PER STASIUN:' TO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           MOVE 'STA  TIKET ULANG  MENIT-DOWN    JAM'
               TO DOWN-REPORT-RECORD.
           MOVE ' ERR-FILE SESI-MACET' TO DOWN-REPORT-RECORD(36:20).
           WRITE DOWN-REPORT-RECORD.
           PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > SR-COUNT
               MOVE SR-MENIT(SR-IDX) TO WS-MENIT-ED
               COMPUTE WS-JAM ROUNDED = SR-MENIT(SR-IDX) / 60
               MOVE WS-JAM TO WS-JAM-ED
               MOVE SPACES TO DOWN-REPORT-RECORD
               STRING SR-ID(SR-IDX) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   SR-TIKET(SR-IDX) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   SR-ULANG(SR-IDX) DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-MENIT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-JAM-ED DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   SR-ERR(SR-IDX) DELIMITED BY SIZE
                   '       ' DELIMITED BY SIZE
                   SR-MACET(SR-IDX) DELIMITED BY SIZE
                   INTO DOWN-REPORT-RECORD
               WRITE DOWN-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           MOVE WS-TOT-MENIT TO WS-MENIT-ED.
           MOVE SPACES TO DOWN-REPORT-RECORD.
           STRING 'TOTAL TIKET: ' DELIMITED BY SIZE
               WS-TOT-TIKET DELIMITED BY SIZE
               '  ULANG: ' DELIMITED BY SIZE
               WS-TOT-ULANG DELIMITED BY SIZE
               '  MENIT DOWN: ' DELIMITED BY SIZE
               WS-MENIT-ED DELIMITED BY SIZE
               INTO DOWN-REPORT-RECORD.
           WRITE DOWN-REPORT-RECORD.
           CLOSE DOWN-REPORT.
           DISPLAY 'LAPORAN SELESAI, LIHAT data/STA-DOWNTIME.DAT'.

      *> A ticket counts for the month when its outage overlaps it;
      *> an open ticket runs to now. Opened-in-month tickets are
      *> the ones counted as faults (and repeats); the downtime is
      *> only the part inside the month.
       HITUNG-TIKET.
           MOVE TK-BUKA-TS TO WS-TS.
           PERFORM TS-KE-MENIT.
           MOVE WS-MENIT TO WS-BUKA-MNT.
           IF TK-TUTUP
               MOVE TK-TUTUP-TS TO WS-TS
           ELSE
               MOVE WS-SEKARANG TO WS-TS
           END-IF.
           PERFORM TS-KE-MENIT.
           MOVE WS-MENIT TO WS-TUTUP-MNT.
           IF WS-BUKA-MNT = 0 OR WS-BUKA-MNT >= WS-AKHIR-MNT
                   OR WS-TUTUP-MNT < WS-AWAL-MNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUKA-MNT < WS-AWAL-MNT
               MOVE WS-AWAL-MNT TO WS-BUKA-MNT
           END-IF.
           IF WS-TUTUP-MNT > WS-AKHIR-MNT
               MOVE WS-AKHIR-MNT TO WS-TUTUP-MNT
           END-IF.
           COMPUTE WS-DOWN = WS-TUTUP-MNT - WS-BUKA-MNT.
           IF WS-DOWN < 0
               MOVE 0 TO WS-DOWN
           END-IF.
           MOVE 'N' TO WS-ULANG.
           IF TK-DARI-TS NOT = SPACES
               MOVE TK-DARI-TS TO WS-TS
               PERFORM TS-KE-MENIT
               MOVE WS-MENIT TO WS-DARI-MNT
               MOVE TK-BUKA-TS TO WS-TS
               PERFORM TS-KE-MENIT
               IF WS-DARI-MNT > 0
                       AND WS-MENIT - WS-DARI-MNT
                           <= WS-ULANG-HARI * 1440
                   MOVE 'Y' TO WS-ULANG
               END-IF
           END-IF.
           PERFORM CARI-STASIUN.
           ADD WS-DOWN TO SR-MENIT(SR-IDX).
           ADD WS-DOWN TO WS-TOT-MENIT.
           IF TK-BUKA-TS(1:6) = WS-BULAN
               ADD 1 TO SR-TIKET(SR-IDX)
               ADD 1 TO WS-TOT-TIKET
               IF WS-ULANG = 'Y'
                   ADD 1 TO SR-ULANG(SR-IDX)
                   ADD 1 TO WS-TOT-ULANG
               END-IF
           END-IF.
           IF TK-TUTUP AND TK-TUTUP-TS(1:6) = WS-BULAN
               ADD TK-ERR-CNT TO SR-ERR(SR-IDX)
               ADD TK-MACET-CNT TO SR-MACET(SR-IDX)
           END-IF.
           MOVE WS-DOWN TO WS-MENIT-ED.
           MOVE SPACES TO DOWN-REPORT-RECORD.
           STRING TK-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TK-ST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TK-BUKA-TS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TK-TUTUP-TS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TK-SUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MENIT-ED DELIMITED BY SIZE
               INTO DOWN-REPORT-RECORD.
           IF TK-BUKA
               MOVE 'BUKA          ' TO DOWN-REPORT-RECORD(27:14)
           END-IF.
           IF WS-ULANG = 'Y'
               MOVE 'Y' TO DOWN-REPORT-RECORD(57:1)
           END-IF.
           MOVE TK-ALASAN TO DOWN-REPORT-RECORD(59:30).
           WRITE DOWN-REPORT-RECORD.

       CARI-STASIUN.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > SR-COUNT OR WS-KETEMU = 'Y'
               IF SR-ID(SR-IDX) = TK-ST-ID
                   MOVE 'Y' TO WS-KETEMU
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'Y'
               SET SR-IDX DOWN BY 1
           ELSE
               IF SR-COUNT < 100
                   ADD 1 TO SR-COUNT
               END-IF
               SET SR-IDX TO SR-COUNT
               MOVE TK-ST-ID TO SR-ID(SR-IDX)
               MOVE 0 TO SR-TIKET(SR-IDX) SR-ULANG(SR-IDX)
                   SR-MENIT(SR-IDX) SR-ERR(SR-IDX) SR-MACET(SR-IDX)
           END-IF.

       TS-KE-MENIT.
           MOVE 0 TO WS-MENIT.
           IF WS-TS NUMERIC
               MOVE WS-TS(1:8) TO WS-TS-TGL
               MOVE WS-TS(9:2) TO WS-TS-JAM
               MOVE WS-TS(11:2) TO WS-TS-MNT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-TGL) = 0
                   COMPUTE WS-MENIT =
                       FUNCTION INTEGER-OF-DATE(WS-TS-TGL) * 1440
                       + WS-TS-JAM * 60 + WS-TS-MNT
               END-IF
           END-IF.

      *> The desk report is open to any signed-on operator: whoever
      *> is at a broken terminal reports it.
       SETUP-HEADER.
           MOVE 'STATIKET' TO WS-PROGRAM-NAME.
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
           END-ACCEPT.
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
                   DISPLAY (2, 2) 'OPERATOR TIDAK SAH'
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
