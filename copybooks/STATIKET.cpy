      *> Station fault ticket (data/STA-TIKET.DAT), one line per
      *> fault. Opened by STAMNT's TANDAI RUSAK or the desk report in
      *> STATIKET, which both take the station out of service; closed
      *> by STAMNT's AKTIFKAN KEMBALI. TK-SUMBER is where it was
      *> opened (STMNT/MEJA). At closing the FILE-ERROR.DAT lines and
      *> jammed USAGE-LOG.DAT sessions from the station since its
      *> previous ticket closed (TK-DARI-TS) are copied into
      *> data/STA-TIKET-LINK.DAT and counted here.
       01 TIKET-RECORD.
           05 TK-NO           PIC 9(5).
           05 FILLER          PIC X.
           05 TK-STATUS       PIC X(4).
               88 TK-BUKA     VALUE 'BUKA'.
               88 TK-TUTUP    VALUE 'TUTP'.
           05 FILLER          PIC X.
           05 TK-ST-ID        PIC X(4).
           05 FILLER          PIC X.
           05 TK-BUKA-TS      PIC X(14).
           05 FILLER          PIC X.
           05 TK-PELAPOR      PIC X(10).
           05 FILLER          PIC X.
           05 TK-SUMBER       PIC X(5).
           05 FILLER          PIC X.
           05 TK-ALASAN       PIC X(30).
           05 FILLER          PIC X.
           05 TK-TUTUP-TS     PIC X(14).
           05 FILLER          PIC X.
           05 TK-PENUTUP      PIC X(10).
           05 FILLER          PIC X.
           05 TK-DARI-TS      PIC X(14).
           05 FILLER          PIC X.
           05 TK-ERR-CNT      PIC 9(3).
           05 FILLER          PIC X.
           05 TK-MACET-CNT    PIC 9(3).
