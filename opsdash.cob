           SELECT ALERT-FILE ASSIGN TO "data/CAPACITY-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT BATCH-ALERT ASSIGN TO "data/BATCH-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 BATCH-DECK-RECORD PIC X(80).
       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(80).
       FD BATCH-ALERT.
       01 BATCH-ALERT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-HEADER-DONE PIC X VALUE 'N'.
       01 WS-AL-STATUS PIC XX.
       01 WS-ALERT-CNT PIC 9(3) VALUE 0.
       01 WS-ALERT-BARIS PIC X(60) VALUE SPACES.
       01 WS-BA-STATUS PIC XX.
       01 WS-BA-CNT PIC 9(3) VALUE 0.
       01 WS-BA-BARIS PIC X(60) VALUE SPACES.
       01 WS-ERR-F1 PIC X(15).
       01 WS-ERR-F2 PIC X(15).
       01 WS-ERR-F3 PIC X(15).
       MULAI.
           IF WS-HEADER-DONE = 'N'
               MOVE 'OPSDASH' TO WS-PROGRAM-NAME
               ACCEPT WS-LABTRAIN FROM ENVIRONMENT 'LABTRAIN'
                   ON EXCEPTION MOVE SPACE TO WS-LABTRAIN
               END-ACCEPT
               IF LINGKUNGAN-LATIHAN
                   MOVE '*** LATIHAN - BUKAN DATA PRODUKSI ***'
                       TO WS-LATIHAN
               END-IF
               ACCEPT WS-RUN-DATE FROM DATE
               ACCEPT WS-OPERATOR FROM ENVIRONMENT 'LABOPR'
                   ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           PERFORM HITUNG-ERROR-SEJAM.
           PERFORM BACA-STATUS-BATCH.
           PERFORM BACA-ALERT-KAPASITAS.
           PERFORM BACA-ALERT-BATCH.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (3, 5)  '+===============================+'.
               DISPLAY (13, 5) 'PERINGATAN KAPASITAS   : ',
                   WS-ALERT-CNT, ' FILE - ', WS-ALERT-BARIS(1:30)
           END-IF.
           IF WS-BA-CNT > 0
               DISPLAY (14, 5) 'PERINGATAN BATCH       : ',
                   WS-BA-CNT, ' - ', WS-BA-BARIS(7:44)
           END-IF.
           DISPLAY (15, 5) 'R=REFRESH  X=KELUAR : '.
           ACCEPT WS-JAWAB.
           IF WS-JAWAB = 'R' OR WS-JAWAB = 'r'
                   END-IF
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

      *> JOBTIME rewrites the batch alert file after each night's run
      *> with the jobs that ran well over their norm and a missed
      *> window target; the first one rides onto the dashboard.
       BACA-ALERT-BATCH.
           MOVE 0 TO WS-BA-CNT.
           MOVE SPACES TO WS-BA-BARIS.
           OPEN INPUT BATCH-ALERT.
           IF WS-BA-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL HABIS
                   READ BATCH-ALERT
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF ADA-LAGI
                       IF BATCH-ALERT-RECORD NOT = SPACES
                           ADD 1 TO WS-BA-CNT
                           IF WS-BA-CNT = 1
                               MOVE BATCH-ALERT-RECORD TO WS-BA-BARIS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BATCH-ALERT
           END-IF.
