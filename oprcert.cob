      *> Operator access recertification. Each operator's last
      *> SIGNON-OK is taken from the security log and its archive, so
      *> accounts of people who left months ago stop sitting on the
      *> master as 'A'.
      *>   bin/oprcert PERIKSA   dormant-account run: lists every
      *>     account with its last sign-on in data/OPRCERT-REPORT.DAT,
      *>     marks those idle for DORMAN days or more, and disables
      *>     (OP-STATUS 'N') active ones idle for BATAS days or more,
      *>     each on the security log
      *>   bin/oprcert           term review screen: a senior operator
      *>     confirms, re-levels or revokes each remaining active
      *>     account; every decision and the final sign-off go to
      *>     data/OPRCERT-SIGNOFF.DAT and the security log
      *> Limits in data/OPRCERT-PARAM.DAT, one per line:
      *>   DORMAN <hari>   listed as dormant          (default 120)
      *>   BATAS  <hari>   disabled automatically     (default 180)
      *> An account that never signed on is measured from its last
      *> password date; with neither it is listed, never disabled.
      *> The operator running either mode is never acted on by it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT SECURITY-LOG ASSIGN TO DYNAMIC WS-SL-NAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT CERT-PARAM ASSIGN TO "data/OPRCERT-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT CERT-REPORT ASSIGN TO "data/OPRCERT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CERT-SIGNOFF ASSIGN TO "data/OPRCERT-SIGNOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
           COPY OPERMAST.
       FD SECURITY-LOG.
       01 SECURITY-LOG-RECORD PIC X(100).
       FD CERT-PARAM.
       01 CERT-PARAM-RECORD.
           05 CP-KUNCI PIC X(6).
           05 FILLER PIC X.
           05 CP-NILAI PIC 9(6).
       FD CERT-REPORT.
       01 CERT-REPORT-RECORD PIC X(80).
       FD CERT-SIGNOFF.
       01 CERT-SIGNOFF-RECORD.
           05 SO-TGL PIC X(8).
           05 FILLER PIC X.
           05 SO-TERM PIC X(6).
           05 FILLER PIC X.
           05 SO-PENINJAU PIC X(10).
           05 FILLER PIC X.
           05 SO-OP-ID PIC X(10).
           05 FILLER PIC X.
           05 SO-LEVEL-LAMA PIC 9.
           05 FILLER PIC X.
           05 SO-LEVEL-BARU PIC 9.
           05 FILLER PIC X.
           05 SO-KEPUTUSAN PIC X(10).
           05 FILLER PIC X.
           05 SO-TERAKHIR PIC X(8).
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
           01 WS-OP-STATUS PIC XX.
           01 WS-SL-STATUS PIC XX.
           01 WS-PRM-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-SO-STATUS PIC XX.
           01 WS-SEC-PROGRAM PIC X(10) VALUE 'OPRCERT'.
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 WS-CLI-ARG PIC X(20).
       01 WS-SL-NAMA PIC X(40).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-DORMAN PIC 9(6) VALUE 120.
       01 WS-BATAS PIC 9(6) VALUE 180.
      *> Security-log line: ts | program | event | operator | station
      *> | detail (SECLOG's layout).
       01 SL-TS PIC X(14).
       01 SL-PROGRAM PIC X(10).
       01 SL-EVENT PIC X(12).
       01 SL-OPERATOR PIC X(10).
       01 SL-REST PIC X(40).
       01 MASUK-TABEL.
           02 MS-ITEM OCCURS 200 TIMES INDEXED BY MS-IDX.
               03 MS-OPR PIC X(10).
               03 MS-TGL PIC X(8).
       01 MS-COUNT PIC 9(3) VALUE 0.
       01 WS-KETEMU PIC X.
       01 WS-TERAKHIR PIC X(8).
       01 WS-DASAR PIC X(8).
       01 WS-DASAR-NUM PIC 9(8).
       01 WS-HARI PIC 9(5).
       01 WS-HARI-ED PIC ZZZZ9.
       01 WS-HARI-TAHU PIC X.
       01 WS-KET PIC X(22).
       01 WS-DORMAN-CNT PIC 9(4) VALUE 0.
       01 WS-NONAKTIF-CNT PIC 9(4) VALUE 0.
       01 WS-TERM PIC X(6).
       01 WS-JAWAB PIC X.
       01 WS-LEVEL-BARU PIC 9.
       01 WS-LEVEL-LAMA PIC 9.
       01 WS-KEPUTUSAN PIC X(10).
       01 WS-KONFIRM-CNT PIC 9(4) VALUE 0.
       01 WS-CABUT-CNT PIC 9(4) VALUE 0.
       01 WS-LEWAT-CNT PIC 9(4) VALUE 0.
       01 WS-BERHENTI PIC X VALUE 'N'.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
       01 OP-EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI-OP VALUE 'N'.
           88 HABIS-OP VALUE 'Y'.
       SCREEN SECTION.
       COPY SCRCLR.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-CLI-ARG(1:7) = 'PERIKSA'
               PERFORM JALAN-PERIKSA
               GO TO SELESAI
           END-IF.
           IF WS-HEADER-DONE = 'N'
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OP-STATUS NOT = "00"
               DISPLAY (3, 3) 'data/OPERMAST.DAT TIDAK BISA DIBUKA'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO SELESAI
           END-IF.
           PERFORM MUAT-MASUK-TERAKHIR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 3) '===REKERTIFIKASI AKSES OPERATOR==='.
           PERFORM WITH TEST AFTER UNTIL WS-TERM NOT = SPACES
               DISPLAY (5, 3) 'KODE TERM (MIS. 2025-1) : '
               ACCEPT (5, 30) WS-TERM
           END-PERFORM.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-MASTER KEY NOT < OP-ID
               INVALID KEY MOVE "23" TO WS-OP-STATUS
           END-START.
           IF WS-OP-STATUS = "00"
               MOVE 'N' TO OP-EOF-FLAG
           ELSE
               MOVE 'Y' TO OP-EOF-FLAG
           END-IF.
           PERFORM UNTIL HABIS-OP OR WS-BERHENTI = 'Y'
               READ OPERATOR-MASTER NEXT
                   AT END MOVE 'Y' TO OP-EOF-FLAG
               END-READ
               IF ADA-LAGI-OP AND OP-AKTIF
                   PERFORM TINJAU-SATU
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 3) 'DIKONFIRMASI : ', WS-KONFIRM-CNT.
           DISPLAY (4, 3) 'DICABUT      : ', WS-CABUT-CNT.
           DISPLAY (5, 3) 'DILEWATI     : ', WS-LEWAT-CNT.
      *> The term is signed off only when every account was looked
      *> at; a review stopped halfway keeps its decisions but stays
      *> open for the next session.
           IF WS-BERHENTI = 'Y'
               DISPLAY (7, 3) 'TINJAUAN DIHENTIKAN - ',
                   'BELUM DITANDATANGANI'
           ELSE
               PERFORM TULIS-TANDA-TANGAN
               DISPLAY (7, 3) 'REKERTIFIKASI TERM ', WS-TERM,
                   ' DITANDATANGANI'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO SELESAI.

      *> One active account: last sign-on shown, then K keeps it as
      *> it is, L keeps it at a new level, C revokes it, X stops.
       TINJAU-SATU.
           PERFORM HITUNG-HARI.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 3) '===REKERTIFIKASI TERM ', WS-TERM, '==='.
           DISPLAY (5, 3) 'OPERATOR      : ', OP-ID.
           DISPLAY (6, 3) 'NAMA          : ', OP-NAMA.
           DISPLAY (7, 3) 'LEVEL         : ', OP-LEVEL.
           IF WS-TERAKHIR = SPACES
               DISPLAY (8, 3) 'MASUK TERAKHIR: BELUM PERNAH'
           ELSE
               DISPLAY (8, 3) 'MASUK TERAKHIR: ', WS-TERAKHIR,
                   '  (', WS-HARI-ED, ' HARI)'
           END-IF.
           IF OP-ID = WS-OPERATOR
               DISPLAY (10, 3) 'AKUN SENDIRI - DITINJAU SENIOR LAIN'
               ADD 1 TO WS-LEWAT-CNT
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-JAWAB.
           PERFORM WITH TEST AFTER UNTIL WS-JAWAB = 'K' OR 'L'
                   OR 'C' OR 'X'
               DISPLAY (10, 3)
                   'K=KONFIRMASI L=UBAH LEVEL C=CABUT X=BERHENTI : '
               ACCEPT (10, 52) WS-JAWAB
               INSPECT WS-JAWAB CONVERTING 'klcx' TO 'KLCX'
           END-PERFORM.
           IF WS-JAWAB = 'X'
               MOVE 'Y' TO WS-BERHENTI
               EXIT PARAGRAPH
           END-IF.
           MOVE OP-LEVEL TO WS-LEVEL-LAMA.
           MOVE OP-LEVEL TO WS-LEVEL-BARU.
           EVALUATE WS-JAWAB
               WHEN 'K'
                   MOVE 'KONFIRMASI' TO WS-KEPUTUSAN
                   MOVE 'RECERT-OK' TO WS-SEC-EVENT
                   ADD 1 TO WS-KONFIRM-CNT
               WHEN 'L'
                   PERFORM WITH TEST AFTER UNTIL WS-LEVEL-BARU = 1
                           OR WS-LEVEL-BARU = 2
                       DISPLAY (12, 3) 'LEVEL BARU (1/2) : '
                       ACCEPT (12, 22) WS-LEVEL-BARU
                   END-PERFORM
                   MOVE WS-LEVEL-BARU TO OP-LEVEL
                   MOVE 'UBAH LEVEL' TO WS-KEPUTUSAN
                   MOVE 'RECERT-LVL' TO WS-SEC-EVENT
                   ADD 1 TO WS-KONFIRM-CNT
               WHEN 'C'
                   MOVE 'N' TO OP-STATUS
                   MOVE 'CABUT' TO WS-KEPUTUSAN
                   MOVE 'RECERT-CABUT' TO WS-SEC-EVENT
                   ADD 1 TO WS-CABUT-CNT
           END-EVALUATE.
           IF WS-JAWAB NOT = 'K'
               REWRITE OPERATOR-MASTER-RECORD
                   INVALID KEY DISPLAY (14, 3) 'GAGAL REWRITE'
               END-REWRITE
           END-IF.
           PERFORM TULIS-KEPUTUSAN.
           MOVE OP-ID TO WS-SEC-DETAIL.
           CALL 'SECLOG' USING WS-SEC-PROGRAM, WS-SEC-EVENT,
               WS-OPERATOR, WS-SEC-DETAIL.

       TULIS-KEPUTUSAN.
           PERFORM BUKA-SIGNOFF.
           MOVE SPACES TO CERT-SIGNOFF-RECORD.
           MOVE WS-TODAY TO SO-TGL.
           MOVE WS-TERM TO SO-TERM.
           MOVE WS-OPERATOR TO SO-PENINJAU.
           MOVE OP-ID TO SO-OP-ID.
           MOVE WS-LEVEL-LAMA TO SO-LEVEL-LAMA.
           MOVE WS-LEVEL-BARU TO SO-LEVEL-BARU.
           MOVE WS-KEPUTUSAN TO SO-KEPUTUSAN.
           MOVE WS-TERAKHIR TO SO-TERAKHIR.
           WRITE CERT-SIGNOFF-RECORD.
           CLOSE CERT-SIGNOFF.

      *> The sign-off line carries the counts where a decision line
      *> carries the account.
       TULIS-TANDA-TANGAN.
           PERFORM BUKA-SIGNOFF.
           MOVE SPACES TO CERT-SIGNOFF-RECORD.
           MOVE WS-TODAY TO SO-TGL.
           MOVE WS-TERM TO SO-TERM.
           MOVE WS-OPERATOR TO SO-PENINJAU.
           STRING 'K' DELIMITED BY SIZE
               WS-KONFIRM-CNT DELIMITED BY SIZE
               ' C' DELIMITED BY SIZE
               WS-CABUT-CNT DELIMITED BY SIZE
               INTO SO-OP-ID.
           MOVE 'TANDATANGAN' TO SO-KEPUTUSAN.
           WRITE CERT-SIGNOFF-RECORD.
           CLOSE CERT-SIGNOFF.
           MOVE 'RECERT-SIGN' TO WS-SEC-EVENT.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING 'TERM ' DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               INTO WS-SEC-DETAIL.
           CALL 'SECLOG' USING WS-SEC-PROGRAM, WS-SEC-EVENT,
               WS-OPERATOR, WS-SEC-DETAIL.

       BUKA-SIGNOFF.
           OPEN EXTEND CERT-SIGNOFF.
           IF WS-SO-STATUS = "35"
               OPEN OUTPUT CERT-SIGNOFF
           END-IF.

      *> Dormant-account run, unattended: a senior ID from DRIVER's
      *> sign-on environment, never a prompt.
       JALAN-PERIKSA.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'LABOPR'
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           END-ACCEPT.
           MOVE 1 TO WS-OPR-LEVEL-PERLU.
           CALL 'OPRCHK' USING WS-OPERATOR, WS-OPR-LEVEL-PERLU,
               WS-OPR-HASIL.
           IF NOT OPERATOR-SAH
               DISPLAY 'OPRCERT HANYA UNTUK OPERATOR SENIOR'
               MOVE 'AKSES-TOLAK' TO WS-SEC-EVENT
               MOVE 'AKUN DORMAN' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-SEC-PROGRAM, WS-SEC-EVENT,
                   WS-OPERATOR, WS-SEC-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM MUAT-PARAMETER.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OP-STATUS NOT = "00"
               DISPLAY 'data/OPERMAST.DAT TIDAK BISA DIBUKA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM MUAT-MASUK-TERAKHIR.
           OPEN OUTPUT CERT-REPORT.
           MOVE SPACES TO CERT-REPORT-RECORD.
           STRING '=== AKUN OPERATOR DORMAN - RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.
           MOVE SPACES TO CERT-REPORT-RECORD.
           STRING 'DORMAN >= ' DELIMITED BY SIZE
               WS-DORMAN DELIMITED BY SIZE
               ' HARI, DINONAKTIFKAN >= ' DELIMITED BY SIZE
               WS-BATAS DELIMITED BY SIZE
               ' HARI' DELIMITED BY SIZE
               INTO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.
           MOVE 'OPERATOR   LVL ST  TERAKHIR     HARI KETERANGAN'
               TO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-MASTER KEY NOT < OP-ID
               INVALID KEY MOVE "23" TO WS-OP-STATUS
           END-START.
           IF WS-OP-STATUS = "00"
               MOVE 'N' TO OP-EOF-FLAG
           ELSE
               MOVE 'Y' TO OP-EOF-FLAG
           END-IF.
           PERFORM UNTIL HABIS-OP
               READ OPERATOR-MASTER NEXT
                   AT END MOVE 'Y' TO OP-EOF-FLAG
               END-READ
               IF ADA-LAGI-OP
                   PERFORM PERIKSA-SATU
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           MOVE SPACES TO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.
           MOVE SPACES TO CERT-REPORT-RECORD.
           STRING 'DORMAN: ' DELIMITED BY SIZE
               WS-DORMAN-CNT DELIMITED BY SIZE
               '  DINONAKTIFKAN: ' DELIMITED BY SIZE
               WS-NONAKTIF-CNT DELIMITED BY SIZE
               INTO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.
           CLOSE CERT-REPORT.
           DISPLAY 'AKUN DORMAN       : ' WS-DORMAN-CNT.
           DISPLAY 'DINONAKTIFKAN     : ' WS-NONAKTIF-CNT.
           DISPLAY 'LIHAT data/OPRCERT-REPORT.DAT'.

       PERIKSA-SATU.
           PERFORM HITUNG-HARI.
           MOVE SPACES TO WS-KET.
           EVALUATE TRUE
               WHEN OP-PENSIUN
                   MOVE 'PENSIUN' TO WS-KET
               WHEN OP-NONAKTIF
                   MOVE 'NONAKTIF' TO WS-KET
               WHEN WS-HARI-TAHU = 'N'
                   MOVE 'BELUM PERNAH MASUK' TO WS-KET
                   ADD 1 TO WS-DORMAN-CNT
               WHEN WS-HARI >= WS-BATAS AND OP-ID NOT = WS-OPERATOR
                   MOVE 'N' TO OP-STATUS
                   REWRITE OPERATOR-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-OP-STATUS = "00"
                       MOVE 'DORMAN - DINONAKTIFKAN' TO WS-KET
                       ADD 1 TO WS-DORMAN-CNT
                       ADD 1 TO WS-NONAKTIF-CNT
                       MOVE 'NONAKTIF' TO WS-SEC-EVENT
                       MOVE SPACES TO WS-SEC-DETAIL
                       STRING OP-ID DELIMITED BY SPACE
                           ' DORMAN ' DELIMITED BY SIZE
                           WS-HARI DELIMITED BY SIZE
                           INTO WS-SEC-DETAIL
                       CALL 'SECLOG' USING WS-SEC-PROGRAM,
                           WS-SEC-EVENT, WS-OPERATOR, WS-SEC-DETAIL
                   ELSE
                       MOVE 'DORMAN - GAGAL REWRITE' TO WS-KET
                       ADD 1 TO WS-DORMAN-CNT
                   END-IF
               WHEN WS-HARI >= WS-DORMAN
                   MOVE 'DORMAN' TO WS-KET
                   ADD 1 TO WS-DORMAN-CNT
           END-EVALUATE.
           MOVE SPACES TO CERT-REPORT-RECORD.
           STRING OP-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               OP-LEVEL DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               OP-STATUS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               INTO CERT-REPORT-RECORD.
           IF WS-TERAKHIR = SPACES
               MOVE '-' TO CERT-REPORT-RECORD(20:1)
           ELSE
               MOVE WS-TERAKHIR TO CERT-REPORT-RECORD(20:8)
           END-IF.
           IF WS-HARI-TAHU = 'Y'
               MOVE WS-HARI-ED TO CERT-REPORT-RECORD(32:5)
           END-IF.
           MOVE WS-KET TO CERT-REPORT-RECORD(38:22).
           WRITE CERT-REPORT-RECORD.

      *> Days since the last sign-on, or since the last password
      *> change for an account that never signed on.
       HITUNG-HARI.
           MOVE SPACES TO WS-TERAKHIR.
           MOVE 'N' TO WS-HARI-TAHU.
           MOVE 0 TO WS-HARI.
           MOVE 0 TO WS-HARI-ED.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-COUNT
               IF MS-OPR(MS-IDX) = OP-ID
                   MOVE MS-TGL(MS-IDX) TO WS-TERAKHIR
               END-IF
           END-PERFORM.
           IF WS-TERAKHIR NOT = SPACES
               MOVE WS-TERAKHIR TO WS-DASAR
           ELSE
               MOVE OP-SANDI-TGL TO WS-DASAR
           END-IF.
           IF WS-DASAR NUMERIC
               MOVE WS-DASAR TO WS-DASAR-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DASAR-NUM) = 0
                       AND WS-DASAR-NUM <= WS-TODAY-NUM
                   COMPUTE WS-HARI =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-DASAR-NUM)
                   MOVE WS-HARI TO WS-HARI-ED
                   MOVE 'Y' TO WS-HARI-TAHU
               END-IF
           END-IF.

       MUAT-PARAMETER.
           OPEN INPUT CERT-PARAM.
           IF WS-PRM-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ CERT-PARAM
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND CP-NILAI NUMERIC
                       EVALUATE CP-KUNCI
                           WHEN 'DORMAN' MOVE CP-NILAI TO WS-DORMAN
                           WHEN 'BATAS ' MOVE CP-NILAI TO WS-BATAS
                           WHEN OTHER CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE CERT-PARAM
           END-IF.

      *> The archive first, then the live log, so the live date wins;
      *> a line that does not parse as a SECLOG line is skipped.
       MUAT-MASUK-TERAKHIR.
           MOVE 0 TO MS-COUNT.
           MOVE 'data/SECURITY-LOG-ARSIP.DAT' TO WS-SL-NAMA.
           PERFORM BACA-SATU-LOG.
           MOVE 'data/SECURITY-LOG.DAT' TO WS-SL-NAMA.
           PERFORM BACA-SATU-LOG.

       BACA-SATU-LOG.
           OPEN INPUT SECURITY-LOG.
           IF WS-SL-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ SECURITY-LOG
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       MOVE SPACES TO SL-TS SL-PROGRAM SL-EVENT
                           SL-OPERATOR
                       UNSTRING SECURITY-LOG-RECORD DELIMITED BY ' | '
                           INTO SL-TS SL-PROGRAM SL-EVENT SL-OPERATOR
                               SL-REST
                       END-UNSTRING
                       IF SL-EVENT = 'SIGNON-OK' AND SL-TS NUMERIC
                               AND SL-OPERATOR NOT = SPACES
                           PERFORM CATAT-MASUK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SECURITY-LOG
           END-IF.

       CATAT-MASUK.
           MOVE 'N' TO WS-KETEMU.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > MS-COUNT OR WS-KETEMU = 'Y'
               IF MS-OPR(MS-IDX) = SL-OPERATOR
                   MOVE 'Y' TO WS-KETEMU
                   IF SL-TS(1:8) > MS-TGL(MS-IDX)
                       MOVE SL-TS(1:8) TO MS-TGL(MS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-KETEMU = 'N' AND MS-COUNT < 200
               ADD 1 TO MS-COUNT
               MOVE SL-OPERATOR TO MS-OPR(MS-COUNT)
               MOVE SL-TS(1:8) TO MS-TGL(MS-COUNT)
           END-IF.

       SETUP-HEADER.
           MOVE 'OPRCERT' TO WS-PROGRAM-NAME.
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
               MOVE 1 TO WS-OPR-LEVEL-PERLU
               CALL 'OPRCHK' USING WS-OPERATOR, WS-OPR-LEVEL-PERLU,
                   WS-OPR-HASIL
               IF NOT OPERATOR-SAH
                   DISPLAY (2, 2) 'HANYA OPERATOR SENIOR'
                   MOVE 'AKSES-TOLAK' TO WS-SEC-EVENT
                   MOVE 'REKERTIFIKASI' TO WS-SEC-DETAIL
                   CALL 'SECLOG' USING WS-SEC-PROGRAM, WS-SEC-EVENT,
                       WS-OPERATOR, WS-SEC-DETAIL
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
                       CALL 'SECLOG' USING WS-SEC-PROGRAM,
                           WS-SEC-EVENT, WS-OPERATOR, WS-SEC-DETAIL
                       STOP RUN
                   WHEN OTHER
                       DISPLAY (2, 2) 'SANDI SALAH'
                       MOVE 'SANDI-SALAH' TO WS-SEC-EVENT
                       MOVE SPACES TO WS-SEC-DETAIL
                       CALL 'SECLOG' USING WS-SEC-PROGRAM,
                           WS-SEC-EVENT, WS-OPERATOR, WS-SEC-DETAIL
               END-EVALUATE
           END-PERFORM.

       SELESAI.
           STOP RUN.
