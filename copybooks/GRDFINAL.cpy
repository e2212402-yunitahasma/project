      *> Finalized term grade, one line per NPM of a kelas signed off
      *> through GRADEFIN: the TERM-GRADE.DAT line exactly as it stood
      *> at sign-off, with the date and operator that froze it. A
      *> kelas with any line here is final - GRADECALC writes these
      *> lines back instead of recomputing, and only an approved
      *> grade change (GRADE-CHANGE.DAT) alters GF-NILAI/GF-HURUF.
      *> An NPM of a final kelas without a line here is flagged
      *> BELUM FINAL until a further GRADEFIN FINALISASI adds it.
       01 GRADE-FINAL-RECORD.
           05 GF-KELAS        PIC X(5).
           05 FILLER          PIC X.
           05 GF-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 GF-TGL          PIC X(8).
           05 FILLER          PIC X.
           05 GF-OPERATOR     PIC X(10).
           05 FILLER          PIC X.
           05 GF-BARIS        PIC X(88).
           05 FILLER REDEFINES GF-BARIS.
               10 FILLER      PIC X(53).
               10 GF-NILAI    PIC X(6).
               10 FILLER      PIC X.
               10 GF-HURUF    PIC X(2).
               10 FILLER      PIC X.
               10 GF-TEKS-STATUS PIC X(15).
               10 FILLER      PIC X(10).
