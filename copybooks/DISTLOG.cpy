      *> Report pickup log line, shared by DISTMGR (registry-driven
      *> production, delivery marking, re-issue) and PACKET (each
      *> instructor packet logged as awaiting pickup).
      *>   <date> <report> <gen> <role> <TUNGGU/KIRIM> <tgl kirim>
      *>   <instruktur> <nama instruktur>
      *> The instructor is filled for per-kelas reports (the
      *> PACKET-<kelas> files) from the kelas assignment; blank for
      *> reports that belong to no single kelas.
       01 DIST-LOG-RECORD.
           05 DL-DATE PIC X(8).
           05 FILLER PIC X.
           05 DL-REPORT PIC X(30).
           05 FILLER PIC X.
           05 DL-GEN PIC 9(4).
           05 FILLER PIC X.
           05 DL-ROLE PIC X(10).
           05 FILLER PIC X.
           05 DL-STATUS PIC X(6).
           05 FILLER PIC X.
           05 DL-KIRIM-TGL PIC X(8).
           05 FILLER PIC X.
           05 DL-DOSEN PIC X(6).
           05 FILLER PIC X.
           05 DL-DOSEN-NAMA PIC X(20).
