      *> data/DIST-REGISTRY.DAT  <role> <report name>
      *> data/DIST-LOG.DAT       <date> <report> <gen> <role>
      *>                         <TUNGGU/KIRIM> <tgl kirim>
      *>                         <instruktur> <nama> (DISTLOG.cpy)
      *> CATAT PRODUKSI reads GEN-CONTROL.DAT (GENMGR's ledger), so
      *> anything under generation handling is distributable.
      *> LAPVIEW's print and re-issue come through here too, as
      *>   bin/distmgr TERBIT <report> <gen> <role>
      *> which runs the re-issue once without the menu.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTMGR.
       ENVIRONMENT DIVISION.
           05 FILLER PIC X.
           05 RG-REPORT PIC X(30).
       FD DIST-LOG.
           COPY DISTLOG.
       FD GEN-CONTROL.
       01 GEN-CONTROL-RECORD.
           05 GC-NAME PIC X(30).
           01 WS-RG-STATUS PIC XX.
           01 WS-DL-STATUS PIC XX.
           01 WS-GC-STATUS PIC XX.
           01 WS-LAT-HASIL PIC X.
               88 DATA-LATIHAN VALUE 'Y'.
           01 WS-SEC-PROGRAM PIC X(10) VALUE 'DISTMGR'.
           01 WS-SEC-EVENT PIC X(12).
           01 WS-SEC-DETAIL PIC X(20).
       01 PILIH PIC 9.
       01 ISI-ROLE PIC X(10).
       01 ISI-REPORT PIC X(30).
       01 ISI-GEN-ARSIP PIC 9(4).
       01 WS-TODAY PIC X(8).
       01 WS-CMD PIC X(90).
       01 WS-CLI-ARG PIC X(60).
       01 WS-CLI-AKSI PIC X(8).
       01 WS-CLI-GEN PIC X(4).
       01 REG-TABEL.
           02 RT-ITEM OCCURS 50 TIMES INDEXED BY RT-IDX.
               03 RT-ROLE PIC X(10).
               03 RT-REPORT PIC X(30).
       01 RT-COUNT PIC 99 VALUE 0.
      *> Sized to hold the full 99-byte DIST-LOG-RECORD; anything
      *> shorter chops the instructor on every rewrite.
       01 LOG-TABEL.
           02 LT-BARIS PIC X(100) OCCURS 500 TIMES.
       01 LT-COUNT PIC 9(3) VALUE 0.
       01 LT-IDX PIC 9(3).
       01 LT-PENUH PIC X VALUE 'N'.
       01 WS-BARU PIC 9(3) VALUE 0.
       01 LIN-OUT PIC 99.
       01 WS-JAWAB PIC X.
       01 WS-LAP-NAMA PIC X(30).
       01 WS-LAP-KELAS PIC X(5).
       01 WS-DOSEN-KODE PIC X(6).
       01 WS-DOSEN-NAMA PIC X(30).
       01 WS-DOSEN-HASIL PIC X.
       01 EOF-FLAG PIC X VALUE 'N'.
           88 ADA-LAGI VALUE 'N'.
           88 HABIS VALUE 'Y'.
               PERFORM SETUP-HEADER
               MOVE 'Y' TO WS-HEADER-DONE
           END-IF.
      *> The distribution log is the record of what really left the
      *> lab; a practice session has nothing to hand out.
           CALL 'LATCEK' USING WS-LAT-HASIL.
           IF DATA-LATIHAN
               DISPLAY HAPUS-LAYAR
               DISPLAY LAYAR-RUN-HEADER
               DISPLAY (3, 3) 'DISTMGR TIDAK TERSEDIA DI LINGKUNGAN '
                   'LATIHAN'
               MOVE 'LATIHAN-TLK' TO WS-SEC-EVENT
               MOVE 'DIST-LOG DITAHAN' TO WS-SEC-DETAIL
               CALL 'SECLOG' USING WS-SEC-PROGRAM, WS-SEC-EVENT,
                   WS-OPERATOR, WS-SEC-DETAIL
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO SELESAI
           END-IF.
           ACCEPT WS-CLI-ARG FROM COMMAND-LINE.
           IF WS-CLI-ARG(1:6) = 'TERBIT'
               GO TO TERBIT-PERINTAH
           END-IF.
       MENU-UTAMA.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
                   MOVE GC-GEN TO DL-GEN
                   MOVE RT-ROLE(RT-IDX) TO DL-ROLE
                   MOVE 'TUNGGU' TO DL-STATUS
                   MOVE GC-NAME TO WS-LAP-NAMA
                   PERFORM CARI-INSTRUKTUR-LAPORAN
                   MOVE WS-DOSEN-KODE TO DL-DOSEN
                   MOVE WS-DOSEN-NAMA TO DL-DOSEN-NAMA
                   WRITE DIST-LOG-RECORD
                   CLOSE DIST-LOG
                   ADD 1 TO WS-BARU
                   MOVE LT-IDX TO DT-IDX(DT-COUNT)
                   DISPLAY (LIN-OUT, 3) DT-COUNT, '. ',
                       DL-REPORT(1:26), ' G', DL-GEN, ' ',
                       DL-ROLE, ' ', DL-DOSEN-NAMA
                   ADD 1 TO LIN-OUT
               END-IF
           END-PERFORM.
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO MENU-UTAMA
           END-IF.
           PERFORM SALIN-TERBIT.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO MENU-UTAMA.

      *> One re-issue from the command line, for LAPVIEW: the same
      *> copy and KIRIM line as option 5, no menu.
       TERBIT-PERINTAH.
           DISPLAY HAPUS-LAYAR.
           DISPLAY LAYAR-RUN-HEADER.
           DISPLAY (2, 3) '===TERBIT ULANG GENERASI==='.
           MOVE SPACES TO WS-CLI-AKSI ISI-REPORT WS-CLI-GEN ISI-ROLE.
           UNSTRING WS-CLI-ARG DELIMITED BY ALL SPACE
               INTO WS-CLI-AKSI ISI-REPORT WS-CLI-GEN ISI-ROLE
           END-UNSTRING.
           IF ISI-REPORT = SPACES OR WS-CLI-GEN NOT NUMERIC
                   OR ISI-ROLE = SPACES
               DISPLAY (7, 3) 'DIBATALKAN - ISIAN TIDAK SAH'
               STOP 'TEKAN ENTER UNTUK MELANJUTKAN'
               GO TO SELESAI
           END-IF.
           MOVE WS-CLI-GEN TO ISI-GEN.
           DISPLAY (3, 3) 'LAPORAN : ', ISI-REPORT.
           DISPLAY (4, 3) 'GENERASI: ', ISI-GEN.
           DISPLAY (5, 3) 'ROLE    : ', ISI-ROLE.
           PERFORM SALIN-TERBIT.
           STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
           GO TO SELESAI.

       SALIN-TERBIT.
           COMPUTE ISI-GEN-ARSIP = ISI-GEN + 1.
           MOVE SPACES TO WS-CMD.
           STRING 'cp ' DELIMITED BY SIZE
                   MOVE ISI-ROLE TO DL-ROLE
                   MOVE 'KIRIM ' TO DL-STATUS
                   MOVE WS-TODAY TO DL-KIRIM-TGL
                   MOVE ISI-REPORT TO WS-LAP-NAMA
                   PERFORM CARI-INSTRUKTUR-LAPORAN
                   MOVE WS-DOSEN-KODE TO DL-DOSEN
                   MOVE WS-DOSEN-NAMA TO DL-DOSEN-NAMA
                   WRITE DIST-LOG-RECORD
                   CLOSE DIST-LOG
               END-IF
               DISPLAY (7, 3) 'GENERASI TIDAK DITEMUKAN'
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *> Per-kelas reports (data/PACKET-<kelas>.DAT) belong to that
      *> kelas's instructor; every other report logs with no name.
       CARI-INSTRUKTUR-LAPORAN.
           MOVE SPACES TO WS-DOSEN-KODE.
           MOVE SPACES TO WS-DOSEN-NAMA.
           IF WS-LAP-NAMA(1:12) = 'data/PACKET-'
               MOVE SPACES TO WS-LAP-KELAS
               UNSTRING WS-LAP-NAMA(13:18) DELIMITED BY '.'
                   INTO WS-LAP-KELAS
               END-UNSTRING
               CALL 'INSTGET' USING WS-LAP-KELAS, WS-DOSEN-KODE,
                   WS-DOSEN-NAMA, WS-DOSEN-HASIL
               IF WS-DOSEN-HASIL NOT = 'Y'
                   MOVE '(BELUM ADA INSTRUKTUR)' TO WS-DOSEN-NAMA
               END-IF
           END-IF.

       SETUP-HEADER.
           MOVE 'DISTMGR' TO WS-PROGRAM-NAME.
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
