       01 WS-ERR-FIELD PIC X(15).
       01 WS-NPM-SESI PIC X(8).
       01 WS-NAMA-SESI PIC X(30).
       01 WS-SESI-TOLAK PIC X VALUE 'N'.
       01 WS-NPM-DONE PIC X VALUE 'N'.
       01 WS-KELAS-SESI PIC X(5).
       01 WS-ACT-PROGRAM PIC X(8) VALUE 'MATRIKS'.
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
               DISPLAY (3, 2) 'NPM : '
               ACCEPT WS-NPM-SESI
               END-READ
               IF WS-SM-STATUS = "00"
                   MOVE SM-NAMA TO WS-NAMA-SESI
                   IF NOT SM-AKTIF
                       PERFORM TOLAK-STATUS-SESI
                   END-IF
                   MOVE SM-KELAS TO WS-KELAS-SESI
               END-IF
               CLOSE STUDENT-MASTER
               DISPLAY (6, 2) 'AKTIVITAS TETAP DICATAT'
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

       SETUP-HEADER.
           MOVE 'MATRIKS' TO WS-PROGRAM-NAME.
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
