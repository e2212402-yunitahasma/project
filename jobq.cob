      *> queue one job at a time from a spare session. The screen
      *> shows queued, running and finished jobs.
      *> data/JOB-QUEUE.DAT, one line per submission:
      *>   <seq> <job> <status ANTRI/TUNGGU/JALAN/SUKSES/GAGAL>
      *>   <opr> <ts> <up to 3 prerequisite jobs> <not-before hhmmss>
      *> A job with prerequisites or a not-before time goes in as
      *> TUNGGU; JOBMON releases it once the prerequisites have
      *> succeeded today and the time has come. The queue view says
      *> what each waiting job is still waiting for.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBQ.
       ENVIRONMENT DIVISION.
           SELECT JOB-QUEUE ASSIGN TO "data/JOB-QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JQ-STATUS.
           SELECT JOB-STATUS ASSIGN TO "data/JOB-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-QUEUE.
           05 JQ-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 JQ-SUBMIT-TS PIC X(14).
           05 FILLER PIC X.
           05 JQ-PRASYARAT PIC X(5) OCCURS 3 TIMES.
           05 FILLER PIC X.
           05 JQ-JAM-MULAI PIC X(6).
       FD JOB-STATUS.
       01 JOB-STATUS-RECORD.
           05 JS-DATE PIC X(8).
           05 FILLER PIC X.
           05 JS-JOB PIC X(5).
           05 FILLER PIC X.
           05 JS-START PIC X(14).
           05 FILLER PIC X.
           05 JS-END PIC X(14).
           05 FILLER PIC X.
           05 JS-OUTCOME PIC X(7).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
           01 WS-OPR-HASIL PIC X.
               88 OPERATOR-SAH VALUE 'Y'.
           01 WS-JQ-STATUS PIC XX.
           01 WS-JS-STATUS PIC XX.
           01 WS-LOG-VALUE PIC X(15).
           01 WS-ERR-PROGRAM PIC X(10) VALUE 'JOBQ'.
           01 WS-ERR-FIELD PIC X(15).
       01 PILIH-JOB PIC 9.
       01 WS-JOB-KODE PIC X(5).
       01 WS-SEQ-MAX PIC 9(4) VALUE 0.
       01 WS-PRASYARAT PIC X(5) OCCURS 3 TIMES.
       01 WS-JAM-MULAI PIC X(6).
       01 WS-JAM-PECAH REDEFINES WS-JAM-MULAI.
           05 WS-JM-JAM PIC 99.
           05 WS-JM-MENIT PIC 99.
           05 WS-JM-DETIK PIC 99.
       01 WS-P PIC 9.
      *> Job codes that write JOB-STATUS.DAT lines: the LABBATCH
      *> steps, DAYEND, and the JOBMON jobs offered on LAYAR-JOB.
       01 KODE-ISI.
           05 FILLER PIC X(5) VALUE 'PRIMA'.
           05 FILLER PIC X(5) VALUE 'GABUT'.
           05 FILLER PIC X(5) VALUE 'IA19B'.
           05 FILLER PIC X(5) VALUE 'T2202'.
           05 FILLER PIC X(5) VALUE 'MATRI'.
           05 FILLER PIC X(5) VALUE 'AUDCT'.
           05 FILLER PIC X(5) VALUE 'PERIK'.
           05 FILLER PIC X(5) VALUE 'WAKTU'.
           05 FILLER PIC X(5) VALUE 'PISAH'.
           05 FILLER PIC X(5) VALUE 'DERET'.
           05 FILLER PIC X(5) VALUE 'RISKO'.
           05 FILLER PIC X(5) VALUE 'WKTKJ'.
           05 FILLER PIC X(5) VALUE 'RINGK'.
           05 FILLER PIC X(5) VALUE 'ASNMX'.
           05 FILLER PIC X(5) VALUE 'KALCK'.
           05 FILLER PIC X(5) VALUE 'HTULG'.
           05 FILLER PIC X(5) VALUE 'DAYEN'.
           05 FILLER PIC X(5) VALUE 'WKRPT'.
           05 FILLER PIC X(5) VALUE 'SMRPT'.
           05 FILLER PIC X(5) VALUE 'STTRN'.
           05 FILLER PIC X(5) VALUE 'DATQC'.
       01 KODE-TABEL REDEFINES KODE-ISI.
           05 KODE-JOB PIC X(5) OCCURS 21 TIMES.
       01 WS-K PIC 99.
       01 WS-KODE-SAH PIC X.
       01 WS-TODAY PIC X(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-ALASAN PIC X(32).
       01 WS-ALASAN-PTR PIC 99.
       01 WS-SUKSES-JOB PIC X(5) OCCURS 100 TIMES.
       01 WS-SUKSES-CNT PIC 9(3) VALUE 0.
       01 WS-SUKSES-KETEMU PIC X.
       01 WS-SUKSES-IDX PIC 9(3).
       01 LIN-OUT PIC 99.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           IF WS-JOB-KODE = SPACES
               GO TO MENU-UTAMA
           END-IF.
           PERFORM MINTA-SYARAT.
           PERFORM CARI-SEQ-MAX.
           OPEN EXTEND JOB-QUEUE.
           IF WS-JQ-STATUS = "35"
               COMPUTE JQ-SEQ = WS-SEQ-MAX + 1
               MOVE WS-JOB-KODE TO JQ-JOB
               MOVE 'ANTRI' TO JQ-STATUS
               IF WS-PRASYARAT(1) NOT = SPACES
                       OR WS-JAM-MULAI NOT = SPACES
                   MOVE 'TUNGGU' TO JQ-STATUS
               END-IF
               MOVE WS-PRASYARAT(1) TO JQ-PRASYARAT(1)
               MOVE WS-PRASYARAT(2) TO JQ-PRASYARAT(2)
               MOVE WS-PRASYARAT(3) TO JQ-PRASYARAT(3)
               MOVE WS-JAM-MULAI TO JQ-JAM-MULAI
               MOVE WS-OPERATOR TO JQ-OPERATOR
               ACCEPT JQ-SUBMIT-TS(1:8) FROM DATE YYYYMMDD
               ACCEPT JQ-SUBMIT-TS(9:6) FROM TIME
               WRITE JOB-QUEUE-RECORD
               CLOSE JOB-QUEUE
               DISPLAY (17, 20) 'JOB ', WS-JOB-KODE, ' DIANTRIKAN'
               DISPLAY (18, 20) 'JALANKAN bin/jobmon UNTUK MEMPROSES'
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> Prerequisites are other jobs' five-letter codes as they
      *> appear in JOB-STATUS.DAT (AUDCT, DATQC, ...); the first blank
      *> one ends the list. A code not in KODE-TABEL could never be
      *> satisfied, so it is refused and asked for again. The time is
      *> HHMMSS on today's clock.
       MINTA-SYARAT.
           MOVE SPACES TO WS-PRASYARAT(1) WS-PRASYARAT(2)
               WS-PRASYARAT(3) WS-JAM-MULAI.
           DISPLAY (12, 20) 'PRASYARAT (KODE JOB, KOSONG=TIDAK ADA)'.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               COMPUTE LIN-OUT = 12 + WS-P
               PERFORM WITH TEST AFTER UNTIL WS-KODE-SAH = 'Y'
                   DISPLAY (LIN-OUT, 20) 'JOB ', WS-P, ' : '
                   ACCEPT (LIN-OUT, 28) WS-PRASYARAT(WS-P)
                   INSPECT WS-PRASYARAT(WS-P) CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM CEK-KODE-JOB
                   IF WS-KODE-SAH = 'N'
                       DISPLAY (LIN-OUT, 35) 'KODE JOB TIDAK DIKENAL'
                       MOVE 'PRASYARAT' TO WS-ERR-FIELD
                       MOVE WS-PRASYARAT(WS-P) TO WS-LOG-VALUE
                       CALL 'ERRLOG' USING WS-ERR-PROGRAM,
                           WS-ERR-FIELD, WS-LOG-VALUE
                   ELSE
                       DISPLAY (LIN-OUT, 35)
                           '                      '
                   END-IF
               END-PERFORM
               IF WS-PRASYARAT(WS-P) = SPACES
                   MOVE 3 TO WS-P
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL WS-JAM-MULAI = SPACES
                   OR (WS-JAM-MULAI NUMERIC AND WS-JM-JAM < 24
                       AND WS-JM-MENIT < 60 AND WS-JM-DETIK < 60)
               DISPLAY (16, 20) 'TIDAK SEBELUM JAM (HHMMSS/KOSONG): '
               ACCEPT (16, 56) WS-JAM-MULAI
               IF WS-JAM-MULAI NOT = SPACES
                       AND WS-JAM-MULAI NOT NUMERIC
                   MOVE 'JAM-MULAI' TO WS-ERR-FIELD
                   MOVE WS-JAM-MULAI TO WS-LOG-VALUE
                   CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                       WS-LOG-VALUE
               END-IF
           END-PERFORM.

       CEK-KODE-JOB.
           MOVE 'N' TO WS-KODE-SAH.
           IF WS-PRASYARAT(WS-P) = SPACES
               MOVE 'Y' TO WS-KODE-SAH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 21 OR WS-KODE-SAH = 'Y'
               IF KODE-JOB(WS-K) = WS-PRASYARAT(WS-P)
                   MOVE 'Y' TO WS-KODE-SAH
               END-IF
           END-PERFORM.

       CARI-SEQ-MAX.
           MOVE 0 TO WS-SEQ-MAX.
           OPEN INPUT JOB-QUEUE.

       LIHAT-ANTRIAN.
           DISPLAY (2, 3) '===ANTRIAN JOB==='.
           PERFORM MUAT-SUKSES-HARI-INI.
           OPEN INPUT JOB-QUEUE.
           IF WS-JQ-STATUS NOT = "00"
               DISPLAY (4, 3) 'ANTRIAN KOSONG'
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       PERFORM SUSUN-ALASAN
                       DISPLAY (LIN-OUT, 3) JQ-SEQ, ' ', JQ-JOB,
                           ' ', JQ-STATUS, ' ', JQ-OPERATOR,
                           ' ', JQ-SUBMIT-TS, ' ', WS-ALASAN
                       ADD 1 TO LIN-OUT
                   END-IF
               END-PERFORM
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> What a queued job is still waiting for, worked out from the
      *> same rules JOBMON applies: prerequisites with no SUKSES line
      *> today, then the not-before time if it has not come yet.
       SUSUN-ALASAN.
           MOVE SPACES TO WS-ALASAN.
           IF JQ-STATUS NOT = 'ANTRI' AND JQ-STATUS NOT = 'TUNGGU'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-ALASAN-PTR.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               IF JQ-PRASYARAT(WS-P) NOT = SPACES
                   MOVE 'N' TO WS-SUKSES-KETEMU
                   PERFORM VARYING WS-SUKSES-IDX FROM 1 BY 1
                           UNTIL WS-SUKSES-IDX > WS-SUKSES-CNT
                       IF WS-SUKSES-JOB(WS-SUKSES-IDX)
                               = JQ-PRASYARAT(WS-P)
                           MOVE 'Y' TO WS-SUKSES-KETEMU
                       END-IF
                   END-PERFORM
                   IF WS-SUKSES-KETEMU = 'N'
                       IF WS-ALASAN-PTR = 1
                           STRING 'TUNGGU ' DELIMITED BY SIZE
                               INTO WS-ALASAN
                               WITH POINTER WS-ALASAN-PTR
                       END-IF
                       STRING JQ-PRASYARAT(WS-P) DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           INTO WS-ALASAN WITH POINTER WS-ALASAN-PTR
                   END-IF
               END-IF
           END-PERFORM.
           IF JQ-JAM-MULAI NUMERIC
                   AND JQ-SUBMIT-TS(1:8) = WS-TODAY
               ACCEPT WS-NOW-TIME FROM TIME
               IF WS-NOW-TIME(1:6) < JQ-JAM-MULAI
                   IF WS-ALASAN-PTR = 1
                       STRING 'TUNGGU ' DELIMITED BY SIZE
                           INTO WS-ALASAN WITH POINTER WS-ALASAN-PTR
                   END-IF
                   STRING 'JAM ' DELIMITED BY SIZE
                       JQ-JAM-MULAI(1:2) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       JQ-JAM-MULAI(3:2) DELIMITED BY SIZE
                       INTO WS-ALASAN WITH POINTER WS-ALASAN-PTR
               END-IF
           END-IF.
           IF JQ-STATUS = 'TUNGGU' AND WS-ALASAN = SPACES
               MOVE 'SIAP - MENUNGGU JOBMON' TO WS-ALASAN
           END-IF.

       MUAT-SUKSES-HARI-INI.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-SUKSES-CNT.
           OPEN INPUT JOB-STATUS.
           IF WS-JS-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ JOB-STATUS
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI AND JS-DATE = WS-TODAY
                           AND JS-OUTCOME = 'SUKSES'
                           AND WS-SUKSES-CNT < 100
                       ADD 1 TO WS-SUKSES-CNT
                       MOVE JS-JOB TO WS-SUKSES-JOB(WS-SUKSES-CNT)
                   END-IF
               END-PERFORM
               CLOSE JOB-STATUS
           END-IF.

       SETUP-HEADER.
           MOVE 'JOBQ' TO WS-PROGRAM-NAME.
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
