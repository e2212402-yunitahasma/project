           SELECT PRIMA-CKPT ASSIGN TO "data/PRIMA-CHECKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT PRIMA-FPB-IN ASSIGN TO "data/PRIMA-FPB-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 PRIMA-OUT-RECORD PIC X(60).
       FD PRIMA-CKPT.
       01 PRIMA-CKPT-RECORD PIC 9(7).
      *> FPB/KPK deck for the batch run: two or three numbers a line,
      *> the third left blank for a pair.
       FD PRIMA-FPB-IN.
       01 PRIMA-FPB-RECORD.
           02 FI-BIL-1 PIC X(5).
           02 FILLER PIC X.
           02 FI-BIL-2 PIC X(5).
           02 FILLER PIC X.
           02 FI-BIL-3 PIC X(5).
       FD STUDENT-MASTER.
           COPY STUMAST.
       WORKING-STORAGE SECTION.
       01 WS-SM-STATUS PIC XX.
       01 WS-NPM-SESI PIC X(8).
       01 WS-NAMA-SESI PIC X(30).
       01 WS-SESI-TOLAK PIC X VALUE 'N'.
       01 WS-NPM-DONE PIC X VALUE 'N'.
       01 WS-ACT-PROGRAM PIC X(8) VALUE 'PRIMA'.
       01 WS-ACT-DETAIL PIC X(20).
       01 WS-RG-SPAN PIC 9(6).
       01 WS-RG-DENSITY PIC 9(4)V99.
       01 WS-RG-DENSITY-ED PIC ZZZ9.99.
       01 WS-FI-STATUS PIC XX.
      *> FPB/KPK of two or three numbers: each is split into prime
      *> powers (FK-FAKTOR), the primes of all of them are merged in
      *> ascending order (FK-GABUNG) with their smallest and largest
      *> power; the FPB takes every prime at its smallest power (zero
      *> when a number lacks it), the KPK every prime at its largest.
       01 FK-JUMLAH PIC 9.
       01 FK-BILANGAN-TABEL.
           02 FK-BILANGAN PIC 9(5) OCCURS 3 TIMES.
       01 FK-FAKTOR-TABEL.
           02 FK-FAKTOR OCCURS 3 TIMES.
               03 FK-F-COUNT PIC 99.
               03 FK-F-ITEM OCCURS 6 TIMES.
                   04 FK-F-PRIMA PIC 9(5).
                   04 FK-F-PANGKAT PIC 99.
       01 FK-GABUNG-TABEL.
           02 FK-G-COUNT PIC 99.
           02 FK-G-ITEM OCCURS 18 TIMES.
               03 FK-G-PRIMA PIC 9(5).
               03 FK-G-MIN PIC 99.
               03 FK-G-MAX PIC 99.
       01 FK-G-SIMPAN PIC X(9).
       01 FK-I PIC 9.
       01 FK-J PIC 99.
       01 FK-K PIC 99.
       01 FK-ADA PIC X.
       01 FK-PANGKAT PIC 99.
       01 FK-PRIMA-AKHIR PIC 9(5).
       01 FK-FPB PIC 9(5).
       01 FK-KPK PIC 9(15).
       01 FK-ANGKA PIC 9(15).
       01 FK-ANGKA-ED PIC Z(14)9.
       01 FK-AWAL PIC 99.
       01 FK-BUF PIC X(180).
       01 FK-PTR PIC 999.
       01 FK-LAYAR PIC X.
       01 FK-SAH PIC X.
       01 FK-RELATIF PIC 9(5).
       01 FK-B-PROSES PIC 9(5).
       01 FK-B-TOLAK PIC 9(5).

       SCREEN SECTION.
       COPY SCRCLR.
           02 LINE 5 COLUMN 20 VALUE '2). CEK RENTANG BILANGAN'.
           02 LINE 6 COLUMN 20 VALUE '3). CEK BATCH DARI FILE'.
           02 LINE 7 COLUMN 20 VALUE '4). LIHAT HISTORY'.
           02 LINE 8 COLUMN 20 VALUE '5). FPB/KPK DUA/TIGA BILANGAN'.
           02 LINE 9 COLUMN 20 VALUE '6). FPB/KPK DENGAN RENTANG'.
           02 LINE 10 COLUMN 20 VALUE '7). SELESAI/KELUAR'.
           02 LINE 12 COLUMN 20 VALUE 'PILIH = '.

       PROCEDURE DIVISION.
       MULAI.
                   ON EXCEPTION MOVE SPACES TO WS-LAB-WEEK
               END-ACCEPT
               PERFORM BATCH-PRIMA-CORE
               PERFORM BATCH-FPB-CORE
               GO TO SELESAI
           END-IF.
           IF WS-HEADER-DONE = 'N'
           IF PILIH = 2 GO TO RENTANG-BILANGAN.
           IF PILIH = 3 GO TO BATCH-PRIMA.
           IF PILIH = 4 GO TO LIHAT-HISTORY.
           IF PILIH = 5 GO TO FPB-KPK.
           IF PILIH = 6 GO TO FPB-RENTANG.
           IF PILIH = 7 GO TO SELESAI.
           GO TO MULAI.

       SATU-BILANGAN.

       BATCH-PRIMA.
           PERFORM BATCH-PRIMA-CORE.
           PERFORM BATCH-FPB-CORE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY (4, 2) 'FILE data/PRIMA-IN.DAT TIDAK DITEMUKAN'
           ELSE
               DISPLAY (4, 2) 'BATCH SELESAI, LIHAT'
               DISPLAY (5, 2) 'data/PRIMA-REPORT.DAT'
           END-IF.
           IF WS-FI-STATUS = "00"
               DISPLAY (6, 2) 'FPB/KPK data/PRIMA-FPB-IN.DAT : ',
                   FK-B-PROSES, ' DIPROSES ', FK-B-TOLAK, ' DITOLAK'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MULAI.

               IF WS-RESUME-COUNT > 0
                   OPEN EXTEND PRIMA-OUT
               ELSE
                   PERFORM BUKA-REPORT-BATCH
               END-IF
               MOVE 'N' TO EOF-FLAG
               MOVE 0 TO WS-REC-NUM
               PERFORM HAPUS-CHECKPOINT
           END-IF.

      *> A fresh batch report: the previous one is kept as a
      *> generation and the RUN line heads the new one.
       BUKA-REPORT-BATCH.
           MOVE 'data/PRIMA-REPORT.DAT' TO WS-GEN-REPORT-NAME.
           CALL 'GENMGR' USING WS-GEN-REPORT-NAME.
           OPEN OUTPUT PRIMA-OUT.
           IF WS-OUT-STATUS NOT = "00"
               MOVE 'data/PRIMA-REPORT.DAT' TO WS-FIO-FILE
               MOVE 'OPEN' TO WS-FIO-OP
               MOVE 'K' TO WS-FIO-KRITIS
               CALL 'FIOERR' USING WS-ERR-PROGRAM,
                   WS-FIO-FILE, WS-FIO-OP, WS-OUT-STATUS,
                   WS-FIO-KRITIS
           END-IF.
           MOVE SPACES TO PRIMA-OUT-RECORD.
           STRING 'RUN:' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '  MINGGU:' DELIMITED BY SIZE
               WS-LAB-WEEK DELIMITED BY SIZE
               ' OPR:' DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO PRIMA-OUT-RECORD.
           WRITE PRIMA-OUT-RECORD.

      *> The FPB/KPK deck follows the primes deck into the same run's
      *> report; when there was no primes deck it starts the report
      *> itself. Lines that are not two or three numbers above zero
      *> are listed as DITOLAK and skipped.
       BATCH-FPB-CORE.
           MOVE 0 TO FK-B-PROSES.
           MOVE 0 TO FK-B-TOLAK.
           OPEN INPUT PRIMA-FPB-IN.
           IF WS-FI-STATUS = "00"
               IF WS-IN-STATUS = "00"
                   OPEN EXTEND PRIMA-OUT
               ELSE
                   PERFORM BUKA-REPORT-BATCH
               END-IF
               MOVE '=== FPB/KPK ===' TO PRIMA-OUT-RECORD
               WRITE PRIMA-OUT-RECORD
               MOVE 'N' TO FK-LAYAR
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ PRIMA-FPB-IN
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       PERFORM PROSES-FPB-BATCH
                   END-IF
               END-PERFORM
               MOVE SPACES TO PRIMA-OUT-RECORD
               STRING 'FPB/KPK DIPROSES  : ' DELIMITED BY SIZE
                   FK-B-PROSES DELIMITED BY SIZE
                   '  DITOLAK: ' DELIMITED BY SIZE
                   FK-B-TOLAK DELIMITED BY SIZE
                   INTO PRIMA-OUT-RECORD
               WRITE PRIMA-OUT-RECORD
               CLOSE PRIMA-FPB-IN
               CLOSE PRIMA-OUT
           END-IF.

       PROSES-FPB-BATCH.
           MOVE 'Y' TO FK-SAH.
           IF FI-BIL-1 NOT NUMERIC OR FI-BIL-2 NOT NUMERIC
               MOVE 'N' TO FK-SAH
           END-IF.
           IF FI-BIL-3 NOT = SPACES AND FI-BIL-3 NOT NUMERIC
               MOVE 'N' TO FK-SAH
           END-IF.
           IF FK-SAH = 'Y'
               MOVE FI-BIL-1 TO FK-BILANGAN(1)
               MOVE FI-BIL-2 TO FK-BILANGAN(2)
               IF FI-BIL-3 = SPACES
                   MOVE 0 TO FK-BILANGAN(3)
               ELSE
                   MOVE FI-BIL-3 TO FK-BILANGAN(3)
               END-IF
               IF FK-BILANGAN(1) = 0 OR FK-BILANGAN(2) = 0
                   MOVE 'N' TO FK-SAH
               END-IF
           END-IF.
           MOVE SPACES TO PRIMA-OUT-RECORD.
           IF FK-SAH = 'N'
               ADD 1 TO FK-B-TOLAK
               STRING PRIMA-FPB-RECORD DELIMITED BY SIZE
                   ' - DITOLAK' DELIMITED BY SIZE
                   INTO PRIMA-OUT-RECORD
               WRITE PRIMA-OUT-RECORD
           ELSE
               ADD 1 TO FK-B-PROSES
               PERFORM SET-JUMLAH-FK
               STRING '--- ' DELIMITED BY SIZE
                   PRIMA-FPB-RECORD DELIMITED BY SIZE
                   INTO PRIMA-OUT-RECORD
               WRITE PRIMA-OUT-RECORD
               PERFORM HITUNG-FPB-KPK
               PERFORM TULIS-LANGKAH-FK
           END-IF.

       BACA-CHECKPOINT.
           MOVE 0 TO WS-RESUME-COUNT.
           OPEN INPUT PRIMA-CKPT.

       SETUP-HEADER.
           MOVE 'PRIMA' TO WS-PROGRAM-NAME.
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
      *> right student in the activity file; an NPM missing from the
      *> master is still recorded (registration is T2202's business).
       TERIMA-NPM-SESI.
           MOVE 'Y' TO WS-SESI-TOLAK.
           PERFORM UNTIL WS-SESI-TOLAK = 'N'
               PERFORM TERIMA-NPM-SATU
           END-PERFORM.
      *> A student on cuti or withdrawn is refused at the door and
      *> the prompt comes back for the next NPM; their status, not
      *> a missing name, is what the desk is told.
       TERIMA-NPM-SATU.
           MOVE 'N' TO WS-SESI-TOLAK.
           PERFORM WITH TEST AFTER UNTIL WS-NPM-SESI NUMERIC
               DISPLAY (4, 2) 'NPM : '
               ACCEPT WS-NPM-SESI
               END-READ
               IF WS-SM-STATUS = "00"
                   MOVE SM-NAMA TO WS-NAMA-SESI
                   IF NOT SM-AKTIF
                       PERFORM TOLAK-STATUS-SESI
                   END-IF
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.
               DISPLAY (7, 2) 'AKTIVITAS TETAP DICATAT'
           END-IF.

       TOLAK-STATUS-SESI.
           MOVE 'Y' TO WS-SESI-TOLAK.
           IF SM-CUTI
               DISPLAY (9, 2) 'MAHASISWA CUTI SEJAK ', SM-TGL-STATUS
           ELSE
               DISPLAY (9, 2) 'MAHASISWA KELUAR SEJAK ', SM-TGL-STATUS
           END-IF.
           DISPLAY (10, 2) 'SIGN-IN DITOLAK - HUBUNGI DESK LAB'.
           MOVE WS-NPM-SESI TO WS-LOG-VALUE.
           MOVE 'NPM-STATUS' TO WS-ERR-FIELD.
           CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
               WS-LOG-VALUE.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.

       CATAT-AKTIVITAS.
           CALL 'AKTLOG' USING WS-ACT-PROGRAM, WS-NPM-SESI,
               WS-ACT-DETAIL, WS-LAB-WEEK, WS-OPERATOR.

       FPB-KPK.
           DISPLAY (2, 2) 'FPB/KPK DUA ATAU TIGA BILANGAN'.
           PERFORM WITH TEST AFTER
                   UNTIL FK-BILANGAN(1) NUMERIC AND FK-BILANGAN(1) > 0
               DISPLAY (3, 2) 'Bilangan ke-1 : '
               ACCEPT FK-BILANGAN(1)
               IF NOT (FK-BILANGAN(1) NUMERIC AND FK-BILANGAN(1) > 0)
                   MOVE FK-BILANGAN(1) TO WS-LOG-VALUE
                   MOVE 'FPB-BIL-1' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER
                   UNTIL FK-BILANGAN(2) NUMERIC AND FK-BILANGAN(2) > 0
               DISPLAY (4, 2) 'Bilangan ke-2 : '
               ACCEPT FK-BILANGAN(2)
               IF NOT (FK-BILANGAN(2) NUMERIC AND FK-BILANGAN(2) > 0)
                   MOVE FK-BILANGAN(2) TO WS-LOG-VALUE
                   MOVE 'FPB-BIL-2' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL FK-BILANGAN(3) NUMERIC
               DISPLAY (5, 2) 'Bilangan ke-3 (0 = TIDAK ADA) : '
               ACCEPT FK-BILANGAN(3)
               IF NOT FK-BILANGAN(3) NUMERIC
                   MOVE FK-BILANGAN(3) TO WS-LOG-VALUE
                   MOVE 'FPB-BIL-3' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM SET-JUMLAH-FK.
           PERFORM HITUNG-FPB-KPK.
           OPEN EXTEND PRIMA-OUT.
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT PRIMA-OUT
           END-IF.
           MOVE SPACES TO PRIMA-OUT-RECORD.
           STRING '=== FPB/KPK TGL ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO PRIMA-OUT-RECORD.
           WRITE PRIMA-OUT-RECORD.
           MOVE 'Y' TO FK-LAYAR.
           MOVE 7 TO LIN-OUT.
           PERFORM TULIS-LANGKAH-FK.
           CLOSE PRIMA-OUT.
           MOVE SPACES TO WS-ACT-DETAIL.
           IF FK-JUMLAH = 2
               STRING 'FK ' DELIMITED BY SIZE
                   FK-BILANGAN(1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FK-BILANGAN(2) DELIMITED BY SIZE
                   INTO WS-ACT-DETAIL
           ELSE
               STRING 'FK ' DELIMITED BY SIZE
                   FK-BILANGAN(1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FK-BILANGAN(2) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FK-BILANGAN(3) DELIMITED BY SIZE
                   INTO WS-ACT-DETAIL
           END-IF.
           PERFORM CATAT-AKTIVITAS.
           ADD 1 TO LIN-OUT.
           DISPLAY (LIN-OUT, 2) 'HASIL TERSIMPAN DI'.
           ADD 1 TO LIN-OUT.
           DISPLAY (LIN-OUT, 2) 'data/PRIMA-REPORT.DAT'.
           DISPLAY (20, 2) ' '.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MULAI.

      *> One number against every number of a range: a line per
      *> number with its factorization, FPB and KPK, and the count of
      *> those relatively prime to it. Only the first lines fit the
      *> screen; the report has them all.
       FPB-RENTANG.
           DISPLAY (2, 2) 'FPB/KPK SATU BILANGAN DENGAN RENTANG'.
           PERFORM WITH TEST AFTER
                   UNTIL FK-BILANGAN(1) NUMERIC AND FK-BILANGAN(1) > 0
               DISPLAY (3, 2) 'Bilangan tetap : '
               ACCEPT FK-BILANGAN(1)
               IF NOT (FK-BILANGAN(1) NUMERIC AND FK-BILANGAN(1) > 0)
                   MOVE FK-BILANGAN(1) TO WS-LOG-VALUE
                   MOVE 'FPB-BIL-1' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER
                   UNTIL NILAI-FROM NUMERIC AND NILAI-FROM > 0
               DISPLAY (4, 2) 'Dari bilangan : '
               ACCEPT NILAI-FROM
               IF NOT (NILAI-FROM NUMERIC AND NILAI-FROM > 0)
                   MOVE NILAI-FROM TO WS-LOG-VALUE
                   MOVE 'NILAI-FROM' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER
                   UNTIL NILAI-TO NUMERIC AND NILAI-TO >= NILAI-FROM
               DISPLAY (5, 2) 'Sampai bilangan : '
               ACCEPT NILAI-TO
               IF NOT (NILAI-TO NUMERIC AND NILAI-TO >= NILAI-FROM)
                   MOVE NILAI-TO TO WS-LOG-VALUE
                   MOVE 'NILAI-TO' TO WS-ERR-FIELD
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.
           OPEN EXTEND PRIMA-OUT.
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT PRIMA-OUT
           END-IF.
           MOVE SPACES TO PRIMA-OUT-RECORD.
           STRING '=== FPB/KPK ' DELIMITED BY SIZE
               FK-BILANGAN(1) DELIMITED BY SIZE
               ' DGN ' DELIMITED BY SIZE
               NILAI-FROM DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               NILAI-TO DELIMITED BY SIZE
               ' TGL ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO PRIMA-OUT-RECORD.
           WRITE PRIMA-OUT-RECORD.
           MOVE 2 TO FK-JUMLAH.
           MOVE 0 TO FK-RELATIF.
           MOVE 'Y' TO FK-LAYAR.
           MOVE 7 TO LIN-OUT.
           PERFORM VARYING NILAI FROM NILAI-FROM BY 1
                   UNTIL NILAI > NILAI-TO
               MOVE NILAI TO FK-BILANGAN(2)
               PERFORM HITUNG-FPB-KPK
               IF NILAI = NILAI-FROM
                   MOVE 1 TO FK-I
                   PERFORM SUSUN-FAKTOR-FK
                   PERFORM KELUAR-FK
               END-IF
               PERFORM SUSUN-BARIS-RENTANG
               PERFORM KELUAR-FK
               IF FK-FPB = 1
                   ADD 1 TO FK-RELATIF
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRIMA-OUT-RECORD.
           STRING 'RELATIF PRIMA     : ' DELIMITED BY SIZE
               FK-RELATIF DELIMITED BY SIZE
               INTO PRIMA-OUT-RECORD.
           WRITE PRIMA-OUT-RECORD.
           CLOSE PRIMA-OUT.
           MOVE SPACES TO WS-ACT-DETAIL.
           STRING 'FKR' DELIMITED BY SIZE
               FK-BILANGAN(1) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NILAI-FROM DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               NILAI-TO DELIMITED BY SIZE
               INTO WS-ACT-DETAIL.
           PERFORM CATAT-AKTIVITAS.
           DISPLAY (19, 2) 'RELATIF PRIMA : ', FK-RELATIF,
               '  HASIL DI data/PRIMA-REPORT.DAT'.
           DISPLAY (20, 2) ' '.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MULAI.

      *> e.g. 00018 = 2 X 3^2   FPB 6   KPK 36
       SUSUN-BARIS-RENTANG.
           MOVE 2 TO FK-I.
           PERFORM SUSUN-FAKTOR-FK.
           STRING '   FPB ' DELIMITED BY SIZE
               INTO FK-BUF WITH POINTER FK-PTR.
           MOVE FK-FPB TO FK-ANGKA.
           PERFORM TAMBAH-ANGKA.
           STRING '   KPK ' DELIMITED BY SIZE
               INTO FK-BUF WITH POINTER FK-PTR.
           MOVE FK-KPK TO FK-ANGKA.
           PERFORM TAMBAH-ANGKA.

       SET-JUMLAH-FK.
           IF FK-BILANGAN(3) = 0
               MOVE 2 TO FK-JUMLAH
           ELSE
               MOVE 3 TO FK-JUMLAH
           END-IF.

       HITUNG-FPB-KPK.
           MOVE 0 TO FK-G-COUNT.
           PERFORM VARYING FK-I FROM 1 BY 1 UNTIL FK-I > FK-JUMLAH
               PERFORM FAKTOR-PANGKAT
           END-PERFORM.
           PERFORM URUT-GABUNG.
           MOVE 1 TO FK-FPB.
           MOVE 1 TO FK-KPK.
           PERFORM VARYING FK-K FROM 1 BY 1 UNTIL FK-K > FK-G-COUNT
               PERFORM PANGKAT-GABUNG
           END-PERFORM.

      *> Trial division like FAKTORISASI, but counting each prime's
      *> power instead of listing it; once the divisor passes the
      *> square root what is left is itself prime.
       FAKTOR-PANGKAT.
           MOVE 0 TO FK-F-COUNT(FK-I).
           MOVE 0 TO FK-PRIMA-AKHIR.
           MOVE FK-BILANGAN(FK-I) TO WS-SISA.
           MOVE 2 TO WS-FK-DIV.
           PERFORM FAKTOR-PANGKAT-BAGI UNTIL WS-SISA < 2.

       FAKTOR-PANGKAT-BAGI.
           IF WS-FK-DIV * WS-FK-DIV > WS-SISA
               MOVE WS-SISA TO WS-FK-DIV
           END-IF.
           DIVIDE WS-SISA BY WS-FK-DIV GIVING WS-FK-Q
               REMAINDER WS-FK-R.
           IF WS-FK-R = 0
               IF WS-FK-DIV = FK-PRIMA-AKHIR
                   MOVE FK-F-COUNT(FK-I) TO FK-J
                   ADD 1 TO FK-F-PANGKAT(FK-I, FK-J)
               ELSE
                   ADD 1 TO FK-F-COUNT(FK-I)
                   MOVE FK-F-COUNT(FK-I) TO FK-J
                   MOVE WS-FK-DIV TO FK-F-PRIMA(FK-I, FK-J)
                   MOVE 1 TO FK-F-PANGKAT(FK-I, FK-J)
                   MOVE WS-FK-DIV TO FK-PRIMA-AKHIR
                   PERFORM CATAT-PRIMA-GABUNG
               END-IF
               MOVE WS-FK-Q TO WS-SISA
           ELSE
               ADD 1 TO WS-FK-DIV
           END-IF.

       CATAT-PRIMA-GABUNG.
           MOVE 'N' TO FK-ADA.
           PERFORM VARYING FK-K FROM 1 BY 1 UNTIL FK-K > FK-G-COUNT
               IF FK-G-PRIMA(FK-K) = WS-FK-DIV
                   MOVE 'Y' TO FK-ADA
               END-IF
           END-PERFORM.
           IF FK-ADA = 'N'
               ADD 1 TO FK-G-COUNT
               MOVE WS-FK-DIV TO FK-G-PRIMA(FK-G-COUNT)
           END-IF.

       URUT-GABUNG.
           PERFORM VARYING FK-J FROM 1 BY 1 UNTIL FK-J >= FK-G-COUNT
               PERFORM VARYING FK-K FROM 1 BY 1
                       UNTIL FK-K > FK-G-COUNT - FK-J
                   IF FK-G-PRIMA(FK-K) > FK-G-PRIMA(FK-K + 1)
                       MOVE FK-G-ITEM(FK-K) TO FK-G-SIMPAN
                       MOVE FK-G-ITEM(FK-K + 1) TO FK-G-ITEM(FK-K)
                       MOVE FK-G-SIMPAN TO FK-G-ITEM(FK-K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PANGKAT-GABUNG.
           MOVE 99 TO FK-G-MIN(FK-K).
           MOVE 0 TO FK-G-MAX(FK-K).
           PERFORM VARYING FK-I FROM 1 BY 1 UNTIL FK-I > FK-JUMLAH
               PERFORM PANGKAT-DI-BILANGAN
               IF FK-PANGKAT < FK-G-MIN(FK-K)
                   MOVE FK-PANGKAT TO FK-G-MIN(FK-K)
               END-IF
               IF FK-PANGKAT > FK-G-MAX(FK-K)
                   MOVE FK-PANGKAT TO FK-G-MAX(FK-K)
               END-IF
           END-PERFORM.
           COMPUTE FK-FPB = FK-FPB
               * FK-G-PRIMA(FK-K) ** FK-G-MIN(FK-K).
           COMPUTE FK-KPK = FK-KPK
               * FK-G-PRIMA(FK-K) ** FK-G-MAX(FK-K).

       PANGKAT-DI-BILANGAN.
           MOVE 0 TO FK-PANGKAT.
           PERFORM VARYING FK-J FROM 1 BY 1
                   UNTIL FK-J > FK-F-COUNT(FK-I)
               IF FK-F-PRIMA(FK-I, FK-J) = FK-G-PRIMA(FK-K)
                   MOVE FK-F-PANGKAT(FK-I, FK-J) TO FK-PANGKAT
               END-IF
           END-PERFORM.

      *> The working shown for one set: each number's factorization,
      *> then the FPB and KPK built from the merged prime powers.
       TULIS-LANGKAH-FK.
           PERFORM VARYING FK-I FROM 1 BY 1 UNTIL FK-I > FK-JUMLAH
               PERFORM SUSUN-FAKTOR-FK
               PERFORM KELUAR-FK
           END-PERFORM.
           MOVE 'FPB = FAKTOR BERSAMA, PANGKAT TERKECIL :' TO FK-BUF.
           PERFORM KELUAR-FK.
           PERFORM SUSUN-FPB.
           PERFORM KELUAR-FK.
           MOVE 'KPK = SEMUA FAKTOR, PANGKAT TERBESAR :' TO FK-BUF.
           PERFORM KELUAR-FK.
           PERFORM SUSUN-KPK.
           PERFORM KELUAR-FK.

      *> e.g. 00012 = 2^2 X 3
       SUSUN-FAKTOR-FK.
           MOVE SPACES TO FK-BUF.
           MOVE 1 TO FK-PTR.
           STRING FK-BILANGAN(FK-I) DELIMITED BY SIZE
               ' = ' DELIMITED BY SIZE
               INTO FK-BUF WITH POINTER FK-PTR.
           IF FK-F-COUNT(FK-I) = 0
               STRING '1 (TIDAK ADA FAKTOR PRIMA)' DELIMITED BY SIZE
                   INTO FK-BUF WITH POINTER FK-PTR
           END-IF.
           PERFORM VARYING FK-J FROM 1 BY 1
                   UNTIL FK-J > FK-F-COUNT(FK-I)
               IF FK-J > 1
                   STRING ' X ' DELIMITED BY SIZE
                       INTO FK-BUF WITH POINTER FK-PTR
               END-IF
               MOVE FK-F-PRIMA(FK-I, FK-J) TO FK-ANGKA
               MOVE FK-F-PANGKAT(FK-I, FK-J) TO FK-PANGKAT
               PERFORM TAMBAH-PANGKAT
           END-PERFORM.

       SUSUN-FPB.
           MOVE SPACES TO FK-BUF.
           MOVE 5 TO FK-PTR.
           MOVE 'N' TO FK-ADA.
           PERFORM VARYING FK-K FROM 1 BY 1 UNTIL FK-K > FK-G-COUNT
               IF FK-G-MIN(FK-K) > 0
                   IF FK-ADA = 'Y'
                       STRING ' X ' DELIMITED BY SIZE
                           INTO FK-BUF WITH POINTER FK-PTR
                   END-IF
                   MOVE 'Y' TO FK-ADA
                   MOVE FK-G-PRIMA(FK-K) TO FK-ANGKA
                   MOVE FK-G-MIN(FK-K) TO FK-PANGKAT
                   PERFORM TAMBAH-PANGKAT
               END-IF
           END-PERFORM.
           IF FK-ADA = 'N'
               STRING 'TIDAK ADA FAKTOR BERSAMA' DELIMITED BY SIZE
                   INTO FK-BUF WITH POINTER FK-PTR
           END-IF.
           STRING ' = ' DELIMITED BY SIZE
               INTO FK-BUF WITH POINTER FK-PTR.
           MOVE FK-FPB TO FK-ANGKA.
           PERFORM TAMBAH-ANGKA.
           IF FK-FPB = 1
               STRING ' (RELATIF PRIMA)' DELIMITED BY SIZE
                   INTO FK-BUF WITH POINTER FK-PTR
           END-IF.

       SUSUN-KPK.
           MOVE SPACES TO FK-BUF.
           MOVE 5 TO FK-PTR.
           IF FK-G-COUNT = 0
               STRING 'TIDAK ADA FAKTOR PRIMA' DELIMITED BY SIZE
                   INTO FK-BUF WITH POINTER FK-PTR
           END-IF.
           PERFORM VARYING FK-K FROM 1 BY 1 UNTIL FK-K > FK-G-COUNT
               IF FK-K > 1
                   STRING ' X ' DELIMITED BY SIZE
                       INTO FK-BUF WITH POINTER FK-PTR
               END-IF
               MOVE FK-G-PRIMA(FK-K) TO FK-ANGKA
               MOVE FK-G-MAX(FK-K) TO FK-PANGKAT
               PERFORM TAMBAH-PANGKAT
           END-PERFORM.
           STRING ' = ' DELIMITED BY SIZE
               INTO FK-BUF WITH POINTER FK-PTR.
           MOVE FK-KPK TO FK-ANGKA.
           PERFORM TAMBAH-ANGKA.

      *> FK-ANGKA, then ^FK-PANGKAT when the power is above one.
       TAMBAH-PANGKAT.
           PERFORM TAMBAH-ANGKA.
           IF FK-PANGKAT > 1
               STRING '^' DELIMITED BY SIZE
                   INTO FK-BUF WITH POINTER FK-PTR
               MOVE FK-PANGKAT TO FK-ANGKA
               PERFORM TAMBAH-ANGKA
           END-IF.

      *> FK-ANGKA without its leading zeros.
       TAMBAH-ANGKA.
           MOVE FK-ANGKA TO FK-ANGKA-ED.
           MOVE 0 TO FK-AWAL.
           INSPECT FK-ANGKA-ED TALLYING FK-AWAL FOR LEADING SPACES.
           ADD 1 TO FK-AWAL.
           STRING FK-ANGKA-ED(FK-AWAL:) DELIMITED BY SIZE
               INTO FK-BUF WITH POINTER FK-PTR.

      *> FK-BUF to the report in 60-column lines, and to the screen
      *> while there is room above the closing lines.
       KELUAR-FK.
           MOVE FK-BUF(1:60) TO PRIMA-OUT-RECORD.
           WRITE PRIMA-OUT-RECORD.
           IF FK-BUF(61:60) NOT = SPACES
               MOVE FK-BUF(61:60) TO PRIMA-OUT-RECORD
               WRITE PRIMA-OUT-RECORD
           END-IF.
           IF FK-BUF(121:60) NOT = SPACES
               MOVE FK-BUF(121:60) TO PRIMA-OUT-RECORD
               WRITE PRIMA-OUT-RECORD
           END-IF.
           IF FK-LAYAR = 'Y'
               IF LIN-OUT < 18
                   DISPLAY (LIN-OUT, 2) FK-BUF(1:60)
                   ADD 1 TO LIN-OUT
               ELSE
                   IF LIN-OUT = 18
                       DISPLAY (LIN-OUT, 2) '... (LENGKAP DI REPORT)'
                       ADD 1 TO LIN-OUT
                   END-IF
               END-IF
           END-IF.

       SELESAI.
           STOP RUN.

