      *> Nightly activity summary (data/ACT-SUMMARY.DAT), built by
      *> AKTSUM as a DAYEND step: one line per NPM, lab week, source
      *> and program or shape family, in that order, with the counts
      *> the count-only reports need, so they stop rescanning the raw
      *> trails. AS-SUMBER 'A' lines come from the audit trail (CTL
      *> control records left out) with the shape family in
      *> AS-KELUARGA (LUAS KELILING VOLUME KOMPOSIT POLIGON, LAIN for
      *> anything else); 'K' lines from the activity file with the
      *> program name, every record counted as graded work.
      *> AS-DINILAI is graded work (AUD-MODE space); AS-TELAT and
      *> AS-LUAR are the graded records flagged late ('L') and
      *> out-of-section ('N'); practice, exam and operator what-if
      *> records have their own counts.
       01 AKT-SUMMARY-RECORD.
           05 AS-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 AS-MINGGU       PIC X(4).
           05 FILLER          PIC X.
           05 AS-SUMBER       PIC X.
               88 AS-DARI-AUDIT    VALUE 'A'.
               88 AS-DARI-KEGIATAN VALUE 'K'.
           05 FILLER          PIC X.
           05 AS-KELUARGA     PIC X(8).
           05 FILLER          PIC X.
           05 AS-DINILAI      PIC 9(5).
           05 FILLER          PIC X.
           05 AS-LATIHAN      PIC 9(5).
           05 FILLER          PIC X.
           05 AS-TELAT        PIC 9(5).
           05 FILLER          PIC X.
           05 AS-LUAR         PIC 9(5).
           05 FILLER          PIC X.
           05 AS-UJIAN        PIC 9(5).
           05 FILLER          PIC X.
           05 AS-SIMULASI     PIC 9(5).
      *> First line of the file: when it was built, and the size and
      *> last-change stamp of each raw trail as it stood when the
      *> build started. AKTCEK compares these with the trails now; a
      *> difference means the summary is older than its data.
       01 AKT-SUMMARY-HEADER.
           05 AH-TANDA        PIC X(8).
               88 AH-HEADER   VALUE '#RINGKAS'.
           05 FILLER          PIC X.
           05 AH-DIBANGUN     PIC X(14).
           05 FILLER          PIC X.
           05 AH-AUD-UKURAN   PIC 9(12).
           05 FILLER          PIC X.
           05 AH-AUD-UBAH     PIC 9(14).
           05 FILLER          PIC X.
           05 AH-ACT-UKURAN   PIC 9(12).
           05 FILLER          PIC X.
           05 AH-ACT-UBAH     PIC 9(14).
