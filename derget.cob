      *> Series lookup for the series programs and GABMARK: which
      *> instructor-defined series (DERDEF.cpy) the week runs.
      *>   CALL 'DERGET' USING minggu, kelas, program, basis,
      *>       definisi, kode, hasil, alasan
      *> The series code is the optional last column of the week's
      *> assignment schedule line (see ASNGET), with the same kelas
      *> precedence: an exact kelas entry wins over the '*' entry.
      *> The code is looked up in data/SERIES-DEF.DAT (the first
      *> line with it; DERCHK refuses the later ones) and passed
      *> through DERVAL with basis (the week's base, for IA20A).
      *> Hasil 'Y' definisi holds the series to run, 'N' no series
      *> scheduled, 'T' one was scheduled (kode) but is missing,
      *> written for another program or refused by DERVAL (alasan).
      *> Only on 'Y' is definisi changed, so a caller moves its own
      *> built-in series in first and keeps it on 'N' and 'T'.
       identification division.
       program-id. DERGET.
       environment division.
       input-output section.
       file-control.
           select assign-sched assign to "data/ASSIGN-SCHED.DAT"
               organization is line sequential
               file status is ws-as-status.
           select series-def assign to "data/SERIES-DEF.DAT"
               organization is line sequential
               file status is ws-sd-status.
       data division.
       file section.
       fd assign-sched.
       01 assign-sched-record.
           05 as-minggu pic x(4).
           05 filler pic x.
           05 as-kelas pic x(5).
           05 filler pic x.
           05 as-program pic x(5).
           05 filler pic x.
           05 as-param1 pic 9(4).
           05 filler pic x.
           05 as-param2 pic 9(4).
           05 filler pic x.
           05 as-deret pic x(6).
       fd series-def.
       01 series-def-record pic x(72).
       working-storage section.
       77  ws-as-status pic xx.
       77  ws-sd-status pic xx.
       77  ws-dimuat pic x value 'N'.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       01  jadwal.
           05 jd-item occurs 100 times indexed by jd-idx.
               10 jd-minggu pic x(4).
               10 jd-kelas pic x(5).
               10 jd-program pic x(5).
               10 jd-deret pic x(6).
       77  jd-count pic 9(3) value 0.
       01  def-tabel.
           05 df-baris pic x(72) occurs 100 times indexed by df-idx.
       77  df-count pic 9(3) value 0.
       77  ws-kode pic x(6).
       77  ws-val-hasil pic x.
           copy DERDEF.
       linkage section.
       01  ls-minggu pic x(4).
       01  ls-kelas pic x(5).
       01  ls-program pic x(5).
       01  ls-basis pic 9(4).
       01  ls-definisi pic x(72).
       01  ls-kode pic x(6).
       01  ls-hasil pic x.
       01  ls-alasan pic x(30).
       procedure division using ls-minggu, ls-kelas, ls-program,
           ls-basis, ls-definisi, ls-kode, ls-hasil, ls-alasan.
       mulai.
           if ws-dimuat = 'N'
               perform muat-jadwal
               perform muat-definisi
               move 'Y' to ws-dimuat
           end-if
           move 'N' to ls-hasil
           move spaces to ls-alasan
           move spaces to ws-kode
           perform varying jd-idx from 1 by 1
                   until jd-idx > jd-count
               if jd-minggu(jd-idx) = ls-minggu
                       and jd-program(jd-idx) = ls-program
                       and jd-kelas(jd-idx) = '*    '
                   move jd-deret(jd-idx) to ws-kode
               end-if
           end-perform
           perform varying jd-idx from 1 by 1
                   until jd-idx > jd-count
               if jd-minggu(jd-idx) = ls-minggu
                       and jd-program(jd-idx) = ls-program
                       and jd-kelas(jd-idx) = ls-kelas
                       and ls-kelas not = spaces
                   move jd-deret(jd-idx) to ws-kode
               end-if
           end-perform
           move ws-kode to ls-kode
           if ws-kode = spaces
               goback
           end-if
           move 'T' to ls-hasil
           move 'KODE TIDAK ADA DI SERIES-DEF' to ls-alasan
           perform varying df-idx from 1 by 1
                   until df-idx > df-count or ls-alasan = spaces
               if df-baris(df-idx)(1:6) = ws-kode
                   move df-baris(df-idx) to deret-def-record
                   move spaces to ls-alasan
               end-if
           end-perform
           if ls-alasan not = spaces
               goback
           end-if
           if dd-program not = ls-program
               move 'DERET UNTUK PROGRAM LAIN' to ls-alasan
               goback
           end-if
           call 'DERVAL' using deret-def-record, ls-basis,
               ws-val-hasil, ls-alasan
           if ws-val-hasil = 'Y'
               move deret-def-record to ls-definisi
               move 'Y' to ls-hasil
           end-if
           goback.

      *> A schedule line written before the series column existed
      *> reads with the column blank: no series, as before.
       muat-jadwal.
           open input assign-sched
           if ws-as-status = "00"
               move 'N' to eof-flag
               perform until habis
                   move spaces to assign-sched-record
                   read assign-sched
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if as-minggu not = spaces and jd-count < 100
                           add 1 to jd-count
                           set jd-idx to jd-count
                           move as-minggu to jd-minggu(jd-idx)
                           move as-kelas to jd-kelas(jd-idx)
                           move as-program to jd-program(jd-idx)
                           move as-deret to jd-deret(jd-idx)
                       end-if
                   end-if
               end-perform
               close assign-sched
           end-if.

       muat-definisi.
           open input series-def
           if ws-sd-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read series-def
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if series-def-record(1:6) not = spaces
                               and series-def-record(1:1) not = '*'
                               and df-count < 100
                           add 1 to df-count
                           set df-idx to df-count
                           move series-def-record to df-baris(df-idx)
                       end-if
                   end-if
               end-perform
               close series-def
           end-if.
