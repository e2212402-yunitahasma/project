      *>   bin/revsamp SAMPEL <minggu> <persen>   draw the sample
      *>   bin/revsamp                            review screen
      *>   bin/revsamp LAPORAN                    summary report
      *> A reviewer is refused any sampled record they entered.
      *> Queue line (data/REVIEW-QUEUE.DAT):
      *>   <status BELUM/VERIF/TANYA> <minggu> <operator> <npm>
      *>   <shape> <timestamp> <reviewer> <catatan>
           IF WS-PILIH > DB-COUNT
               GO TO LAYAR-REVIEW
           END-IF.
           MOVE DB-IDX(WS-PILIH) TO AN-IDX.
      *> Nobody verifies their own work: a sampled record the
      *> reviewer entered is left for another senior.
           IF AN-BARIS(AN-IDX)(12:10) = WS-OPERATOR
               DISPLAY (19, 3) 'RECORD INI DICATAT OLEH ANDA SENDIRI'
               DISPLAY (20, 3) 'REVIEW HARUS OLEH SENIOR LAIN'
               MOVE 'SOD-TOLAK' TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING 'REVIEW ' DELIMITED BY SIZE
                   AN-BARIS(AN-IDX)(23:8) DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-SEC-PROGRAM, WS-SEC-EVENT,
                   WS-OPERATOR, WS-SEC-DETAIL
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO LAYAR-REVIEW
           END-IF.
           DISPLAY (19, 3) 'V=VERIFIKASI  Q=DIPERTANYAKAN : '.
           ACCEPT WS-TANDA.
           DISPLAY (20, 3) 'CATATAN : '.
           ACCEPT WS-NOTE.
           PERFORM TANDAI-SATU.
           PERFORM SIMPAN-ANTRIAN.
           DISPLAY (21, 3) 'DICATAT. LANJUT (Y/T) : '.
      *> Review is a senior function, like reconciliation.
       SETUP-HEADER.
           MOVE 'REVSAMP' TO WS-PROGRAM-NAME.
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
