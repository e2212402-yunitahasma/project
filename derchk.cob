      *> Validation pass over the instructor's series table, run
      *> after SERIES-DEF.DAT or the schedule is edited and before
      *> the week's sessions: every definition is walked through
      *> DERVAL (an RB series on the week's base is tried with base
      *> 3), and every schedule line naming a series is checked with
      *> its own base. Anything refused here would fall back to the
      *> program's built-in series at run time.
      *>   DEFINISI - each SERIES-DEF.DAT line OK or DITOLAK with
      *>              the reason; a code defined again further down
      *>              is refused (DERGET takes the first line)
      *>   JADWAL   - each ASSIGN-SCHED.DAT line with a series code:
      *>              code missing, series for another program, or
      *>              refused for that line's base
      *> USAGE: bin/derchk          (LABBATCH job DERET)
       identification division.
       program-id. DERCHK.
       environment division.
       input-output section.
       file-control.
           select series-def assign to "data/SERIES-DEF.DAT"
               organization is line sequential
               file status is ws-sd-status.
           select assign-sched assign to "data/ASSIGN-SCHED.DAT"
               organization is line sequential
               file status is ws-as-status.
           select check-report assign to "data/SERIES-CHECK.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd series-def.
       01 series-def-record pic x(72).
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
       fd check-report.
       01 check-report-record pic x(100).
       working-storage section.
       77  ws-sd-status pic xx.
       77  ws-as-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-basis pic 9(4).
       77  ws-val-hasil pic x.
       77  ws-alasan pic x(30).
       77  ws-def-cnt pic 9(4) value 0.
       77  ws-def-ok pic 9(4) value 0.
       77  ws-def-tolak pic 9(4) value 0.
       77  ws-jd-cnt pic 9(4) value 0.
       77  ws-jd-tolak pic 9(4) value 0.
       77  ws-ketemu pic x.
           copy DERDEF.
      *> Codes already seen, for the duplicate check, and the lines
      *> themselves for the schedule pass.
       01  def-tabel.
           05 df-baris pic x(72) occurs 100 times indexed by df-idx.
       77  df-count pic 9(3) value 0.
       77  df-penuh pic x value 'N'.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           open output check-report.
           move spaces to check-report-record.
           string '=== PEMERIKSAAN TABEL DERET - RUN '
               delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into check-report-record.
           write check-report-record.
           perform periksa-definisi.
           perform periksa-jadwal.
           move spaces to check-report-record.
           write check-report-record.
           move spaces to check-report-record.
           string 'DEFINISI: ' delimited by size
               ws-def-cnt delimited by size
               '  OK: ' delimited by size
               ws-def-ok delimited by size
               '  DITOLAK: ' delimited by size
               ws-def-tolak delimited by size
               '  JADWAL DITOLAK: ' delimited by size
               ws-jd-tolak delimited by size
               into check-report-record.
           write check-report-record.
           close check-report.
           display 'DEFINISI DERET     : ' ws-def-cnt.
           display 'DEFINISI DITOLAK   : ' ws-def-tolak.
           display 'JADWAL DITOLAK     : ' ws-jd-tolak.
           display 'PEMERIKSAAN SELESAI, LIHAT data/SERIES-CHECK.DAT'.

       selesai.
           stop run.

       periksa-definisi.
           move spaces to check-report-record.
           write check-report-record.
           move 'DEFINISI (SERIES-DEF.DAT)' to check-report-record.
           write check-report-record.
           move 'KODE   PROG  HASIL   KETERANGAN / ALASAN'
               to check-report-record.
           write check-report-record.
           open input series-def.
           if ws-sd-status not = "00"
               move 'FILE data/SERIES-DEF.DAT TIDAK ADA'
                   to check-report-record
               write check-report-record
           else
               move 'N' to eof-flag
               perform until habis
                   read series-def
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if series-def-record(1:6) not = spaces
                               and series-def-record(1:1) not = '*'
                           perform periksa-satu-definisi
                       end-if
                   end-if
               end-perform
               close series-def
           end-if.
           if df-penuh = 'Y'
               move 'PERHATIAN: > 100 DEFINISI - TIDAK LENGKAP'
                   to check-report-record
               write check-report-record
           end-if.

       periksa-satu-definisi.
           add 1 to ws-def-cnt.
           move series-def-record to deret-def-record.
           move 'N' to ws-ketemu.
           perform varying df-idx from 1 by 1
                   until df-idx > df-count
               if df-baris(df-idx)(1:6) = dd-kode
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if df-count < 100
               add 1 to df-count
               set df-idx to df-count
               move series-def-record to df-baris(df-idx)
           else
               move 'Y' to df-penuh
           end-if.
           if ws-ketemu = 'Y'
               move 'T' to ws-val-hasil
               move 'KODE GANDA DI TABEL' to ws-alasan
           else
               move 3 to ws-basis
               call 'DERVAL' using deret-def-record, ws-basis,
                   ws-val-hasil, ws-alasan
           end-if.
           move spaces to check-report-record.
           if ws-val-hasil = 'Y'
               add 1 to ws-def-ok
               string dd-kode delimited by size
                   ' ' delimited by size
                   dd-program delimited by size
                   ' OK      ' delimited by size
                   dd-keterangan delimited by size
                   into check-report-record
           else
               add 1 to ws-def-tolak
               string dd-kode delimited by size
                   ' ' delimited by size
                   dd-program delimited by size
                   ' DITOLAK ' delimited by size
                   ws-alasan delimited by size
                   into check-report-record
           end-if.
           write check-report-record.

       periksa-jadwal.
           move spaces to check-report-record.
           write check-report-record.
           move 'JADWAL (ASSIGN-SCHED.DAT) YANG MENYEBUT DERET'
               to check-report-record.
           write check-report-record.
           move 'MGGU KELAS PROG  KODE   HASIL   ALASAN'
               to check-report-record.
           write check-report-record.
           open input assign-sched.
           if ws-as-status = "00"
               move 'N' to eof-flag
               perform until habis
                   move spaces to assign-sched-record
                   read assign-sched
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if as-minggu not = spaces
                               and as-deret not = spaces
                           perform periksa-satu-jadwal
                       end-if
                   end-if
               end-perform
               close assign-sched
           end-if.

      *> The first definition with the code is the one DERGET loads.
       periksa-satu-jadwal.
           add 1 to ws-jd-cnt.
           move 'N' to ws-ketemu.
           perform varying df-idx from 1 by 1
                   until df-idx > df-count or ws-ketemu = 'Y'
               if df-baris(df-idx)(1:6) = as-deret
                   move df-baris(df-idx) to deret-def-record
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'N'
               move 'T' to ws-val-hasil
               move 'KODE TIDAK ADA DI SERIES-DEF' to ws-alasan
           else
               if dd-program not = as-program
                   move 'T' to ws-val-hasil
                   move 'DERET UNTUK PROGRAM LAIN' to ws-alasan
               else
                   move 3 to ws-basis
                   if as-program = 'IA20A' and as-param2 numeric
                           and as-param2 > 0 and as-param2 <= 9
                       move as-param2 to ws-basis
                   end-if
                   call 'DERVAL' using deret-def-record, ws-basis,
                       ws-val-hasil, ws-alasan
               end-if
           end-if.
           move spaces to check-report-record.
           if ws-val-hasil = 'Y'
               string as-minggu delimited by size
                   ' ' delimited by size
                   as-kelas delimited by size
                   ' ' delimited by size
                   as-program delimited by size
                   ' ' delimited by size
                   as-deret delimited by size
                   ' OK' delimited by size
                   into check-report-record
           else
               add 1 to ws-jd-tolak
               string as-minggu delimited by size
                   ' ' delimited by size
                   as-kelas delimited by size
                   ' ' delimited by size
                   as-program delimited by size
                   ' ' delimited by size
                   as-deret delimited by size
                   ' DITOLAK ' delimited by size
                   ws-alasan delimited by size
                   into check-report-record
           end-if.
           write check-report-record.
