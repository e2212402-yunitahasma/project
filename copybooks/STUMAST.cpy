           05 SM-NAMA         PIC X(30).
           05 SM-KELAS        PIC X(5).
           05 SM-KAMPUS       PIC X(30).
      *> Lifecycle status, kept through STUMAINT and journaled in
      *> STUMAST-HIST.DAT: 'A' active, 'C' cuti (academic leave),
      *> 'K' keluar (withdrawn), with the date it took effect. A
      *> record written before the status existed reads as active.
           05 SM-STATUS       PIC X.
               88 SM-AKTIF    VALUE 'A' SPACE.
               88 SM-CUTI     VALUE 'C'.
               88 SM-KELUAR   VALUE 'K'.
           05 SM-TGL-STATUS   PIC X(8).
