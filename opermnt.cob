       01 ISI-ID PIC X(10).
       01 ISI-NAMA PIC X(30).
       01 ISI-LEVEL PIC 9.
       01 WS-AKTIF-LAGI PIC X.
       01 LIN-OUT PIC 99.
       01 WS-OPR-LEVEL-PERLU PIC 9.
       01 WS-OPR-HASIL PIC X.
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF ADA-LAGI-OP
                   EVALUATE TRUE
                       WHEN OP-AKTIF
                           DISPLAY (LIN-OUT, 3) OP-ID, ' LVL ',
                               OP-LEVEL, ' AKTIF    ', OP-NAMA
                       WHEN OP-NONAKTIF
                           DISPLAY (LIN-OUT, 3) OP-ID, ' LVL ',
                               OP-LEVEL, ' NONAKTIF ', OP-NAMA
                       WHEN OTHER
                           DISPLAY (LIN-OUT, 3) OP-ID, ' LVL ',
                               OP-LEVEL, ' PENSIUN  ', OP-NAMA
                   END-EVALUATE
                   ADD 1 TO LIN-OUT
               END-IF
           END-PERFORM.
           ELSE
               MOVE 0 TO OP-GAGAL
               MOVE SPACE TO OP-KUNCI
      *> A dormant or revoked account comes back here too, on the
      *> record.
               MOVE 'N' TO WS-AKTIF-LAGI
               IF OP-NONAKTIF
                   MOVE 'A' TO OP-STATUS
                   MOVE 'Y' TO WS-AKTIF-LAGI
               END-IF
               REWRITE OPERATOR-MASTER-RECORD
                   INVALID KEY DISPLAY (5, 3) 'GAGAL REWRITE'
               END-REWRITE
               IF WS-OP-STATUS = "00"
                   DISPLAY (5, 3) 'KUNCI DIBUKA, HITUNGAN GAGAL NOL'
                   IF WS-AKTIF-LAGI = 'Y'
                       DISPLAY (6, 3) 'AKUN NONAKTIF DIAKTIFKAN KEMBALI'
                       MOVE 'AKTIF-LAGI' TO WS-SEC-EVENT
                       MOVE OP-ID TO WS-SEC-DETAIL
                       CALL 'SECLOG' USING WS-ERR-PROGRAM,
                           WS-SEC-EVENT, WS-OPERATOR, WS-SEC-DETAIL
                   END-IF
               END-IF
           END-IF.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
      *> initial senior operator can be keyed in.
       SETUP-HEADER.
           MOVE 'OPERMNT' TO WS-PROGRAM-NAME.
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
