      *> At-risk history (data/RISK-HIST.DAT), written by RISIKO: one
      *> line per student at risk in a lab week, kept week after week
      *> so the next run can tell who is newly at risk. A rerun of a
      *> week replaces that week's lines. PACKET lists a kelas's lines
      *> for its week; NOTICE notifies the RK-BARU lines of the latest
      *> week on file.
      *> RK-ALASAN holds the signs that scored, as five-character
      *> codes at fixed places (spaces where the sign did not score):
      *>   ABSEN no sign-in that week      TIPIS thin graded work
      *>   GAGAL GABMARK verdict GAGAL     KUIS  low KUISA score
      *>   TELAT late work ('L')           LUAR  out-of-section ('N')
       01 RISK-RECORD.
           05 RK-MINGGU       PIC X(4).
           05 FILLER          PIC X.
           05 RK-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 RK-KELAS        PIC X(5).
           05 FILLER          PIC X.
           05 RK-SKOR         PIC 9(3).
           05 FILLER          PIC X.
           05 RK-BARU         PIC X.
               88 RK-BARU-MINGGU-INI VALUE 'B'.
           05 FILLER          PIC X.
           05 RK-ALASAN.
               10 RK-AL-ABSEN PIC X(5).
               10 FILLER      PIC X.
               10 RK-AL-TIPIS PIC X(5).
               10 FILLER      PIC X.
               10 RK-AL-GAGAL PIC X(5).
               10 FILLER      PIC X.
               10 RK-AL-KUIS  PIC X(5).
               10 FILLER      PIC X.
               10 RK-AL-TELAT PIC X(5).
               10 FILLER      PIC X.
               10 RK-AL-LUAR  PIC X(5).
