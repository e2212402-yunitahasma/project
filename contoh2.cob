
       SETUP-HEADER.
           MOVE 'COBA1' TO WS-PROGRAM-NAME.
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
           MOVE NAMA TO SM-NAMA.
           MOVE KELAS TO SM-KELAS.
           MOVE KAMPUS TO SM-KAMPUS.
           MOVE 'A' TO SM-STATUS.
           ACCEPT SM-TGL-STATUS FROM DATE YYYYMMDD.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY DISPLAY (11, 3) 'NPM SUDAH TERDAFTAR'
           END-WRITE.
