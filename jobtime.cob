      *> Batch window timing: reads the start/end of every finished
      *> job in data/JOB-STATUS.DAT (LABBATCH, DAYEND and JOBMON all
      *> write there) and reports how long each job took per night,
      *> the latest night against each job's norm over the previous
      *> weeks, and whether the overnight window finished by its
      *> target. Settings in data/BATCH-WINDOW.DAT, one per line:
      *>   TARGET <hhmmss>   latest acceptable finish   (060000)
      *>   POTONG <hhmmss>   a job started before this belongs to
      *>                     the previous evening's night (120000)
      *>   PERSEN <nnnnnn>   over the norm by more than this % ...
      *>   DETIK  <nnnnnn>   ... and by at least this many seconds
      *>                     counts as materially longer (50 / 300)
      *>   MINGGU <nnnnnn>   weeks of history for the norm, 1-4 (4)
      *> The norm is the mean of a job's successful runs over those
      *> weeks before the latest night. Writes the report
      *> data/BATCH-TIMING.DAT and rewrites data/BATCH-ALERT.DAT with
      *> one line per late or overlong job, which OPSDASH shows.
      *> LABBATCH runs it as job WAKTU, last in the deck.
       identification division.
       program-id. JOBTIME.
       environment division.
       input-output section.
       file-control.
           select job-status assign to "data/JOB-STATUS.DAT"
               organization is line sequential
               file status is ws-js-status.
           select window-param assign to "data/BATCH-WINDOW.DAT"
               organization is line sequential
               file status is ws-wp-status.
           select timing-report assign to "data/BATCH-TIMING.DAT"
               organization is line sequential
               file status is ws-rpt-status.
           select alert-file assign to "data/BATCH-ALERT.DAT"
               organization is line sequential
               file status is ws-al-status.
       data division.
       file section.
       fd job-status.
       01 job-status-record.
           05 js-date pic x(8).
           05 filler pic x.
           05 js-job pic x(5).
           05 filler pic x.
           05 js-start pic x(14).
           05 filler pic x.
           05 js-end pic x(14).
           05 filler pic x.
           05 js-outcome pic x(7).
       fd window-param.
       01 window-param-record.
           05 wp-kunci pic x(6).
           05 filler pic x.
           05 wp-nilai pic 9(6).
       fd timing-report.
       01 timing-report-record pic x(100).
       fd alert-file.
       01 alert-record pic x(80).
       working-storage section.
       77  ws-js-status pic xx.
       77  ws-wp-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-al-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-target pic 9(6) value 060000.
       77  ws-potong pic 9(6) value 120000.
       77  ws-persen pic 9(6) value 50.
       77  ws-detik-min pic 9(6) value 300.
       77  ws-minggu pic 9(6) value 4.
       77  ws-angka-ed pic zzzzz9.
       77  ws-ptr pic 9(3).
       77  ws-tgl-num pic 9(8).
       01  ws-jam-num pic 9(6).
       01  ws-jam-pecah redefines ws-jam-num.
           05 ws-jp-jam pic 99.
           05 ws-jp-menit pic 99.
           05 ws-jp-detik pic 99.
       77  ws-int-mulai pic 9(7).
       77  ws-int-akhir pic 9(7).
       77  ws-malam pic 9(7).
       77  ws-malam-akhir pic 9(7) value 0.
       77  ws-malam-awal pic 9(7).
       77  ws-detik pic s9(9).
       77  ws-detik-jam pic 9(5).
       01  runs-tabel.
           02 rn-item occurs 3000 times indexed by rn-idx, rn-cari.
               03 rn-malam pic 9(7).
               03 rn-job pic x(5).
               03 rn-start pic x(14).
               03 rn-end pic x(14).
               03 rn-detik pic 9(7).
               03 rn-hasil pic x(7).
       77  rn-count pic 9(4) value 0.
       77  rn-penuh pic x value 'N'.
       01  malam-tabel.
           02 mt-item occurs 40 times indexed by mt-idx.
               03 mt-malam pic 9(7).
               03 mt-akhir pic x(14).
       77  mt-count pic 99 value 0.
       77  ws-ketemu pic x.
      *> Norm and weekly means for the job being looked at.
       01  minggu-tabel.
           02 mg-item occurs 4 times indexed by mg-idx.
               03 mg-jumlah pic 9(9).
               03 mg-n pic 9(4).
       77  ws-mg pic 9.
       77  ws-norma-jumlah pic 9(9).
       77  ws-norma-n pic 9(4).
       77  ws-norma pic 9(7).
       77  ws-rasio pic 9(5).
       77  ws-rasio-ed pic zzzz9.
       77  ws-batas pic 9(9).
       77  ws-flag pic x(10).
       01  ws-durasi-teks.
           05 ws-dt-jam pic 99.
           05 filler pic x value ':'.
           05 ws-dt-menit pic 99.
           05 filler pic x value ':'.
           05 ws-dt-detik pic 99.
       77  ws-durasi-1 pic x(8).
       77  ws-durasi-2 pic x(8).
       01  ws-mg-teks pic x(8) occurs 4 times.
       01  ws-jam-teks.
           05 ws-jt-jam pic xx.
           05 filler pic x value ':'.
           05 ws-jt-menit pic xx.
           05 filler pic x value ':'.
           05 ws-jt-detik pic xx.
       77  ws-mulai-teks pic x(8).
       77  ws-selesai-teks pic x(8).
       77  ws-target-ts pic x(14).
       77  ws-target-int pic 9(7).
       77  ws-tgl-cetak pic 9(8).
       77  ws-tgl-target pic 9(8).
       77  ws-alert-cnt pic 9(3) value 0.
       77  ws-telat-cnt pic 9(3) value 0.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           perform muat-parameter.
           perform cari-malam-akhir.
           open output timing-report.
           open output alert-file.
           move spaces to timing-report-record.
           string '=== WAKTU JENDELA BATCH - RUN ' delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into timing-report-record.
           write timing-report-record.
           if ws-malam-akhir = 0
               move 'JOB-STATUS.DAT KOSONG/TIDAK ADA - TIDAK ADA DATA'
                   to timing-report-record
               write timing-report-record
               close timing-report
               close alert-file
               display 'TIDAK ADA JOB SELESAI DI data/JOB-STATUS.DAT'
               go to selesai
           end-if.
           perform muat-runs.
           move spaces to timing-report-record.
           move ws-target to ws-jam-num.
           perform bentuk-jam.
           move 1 to ws-ptr.
           string 'TARGET SELESAI ' delimited by size
               ws-jam-teks delimited by size
               '  LEBIH DARI NORMA: ' delimited by size
               into timing-report-record with pointer ws-ptr.
           move ws-persen to ws-angka-ed.
           string function trim(ws-angka-ed) delimited by size
               '% DAN ' delimited by size
               into timing-report-record with pointer ws-ptr.
           move ws-detik-min to ws-angka-ed.
           string function trim(ws-angka-ed) delimited by size
               ' DETIK  RIWAYAT ' delimited by size
               ws-minggu(6:1) delimited by size
               ' MINGGU' delimited by size
               into timing-report-record with pointer ws-ptr.
           write timing-report-record.
           if rn-penuh = 'Y'
               move 'PERHATIAN: LEBIH DARI 3000 JOB - RIWAYAT TERPOTONG'
                   to timing-report-record
               write timing-report-record
           end-if.
           perform tulis-malam-akhir.
           perform tulis-riwayat.
           close timing-report.
           close alert-file.
           display 'LAPORAN WAKTU BATCH DI data/BATCH-TIMING.DAT'.
           display 'PERINGATAN : ' ws-alert-cnt.

       selesai.
           stop run.

       muat-parameter.
           open input window-param.
           if ws-wp-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read window-param
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and wp-nilai numeric
                       evaluate wp-kunci
                           when 'TARGET' move wp-nilai to ws-target
                           when 'POTONG' move wp-nilai to ws-potong
                           when 'PERSEN' move wp-nilai to ws-persen
                           when 'DETIK ' move wp-nilai to ws-detik-min
                           when 'MINGGU' move wp-nilai to ws-minggu
                           when other continue
                       end-evaluate
                   end-if
               end-perform
               close window-param
           end-if.
           if ws-minggu < 1 or ws-minggu > 4
               move 4 to ws-minggu
           end-if.

      *> First pass: the latest night any job finished in.
       cari-malam-akhir.
           open input job-status.
           if ws-js-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read job-status
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       perform hitung-malam
                       if ws-malam > ws-malam-akhir
                           move ws-malam to ws-malam-akhir
                       end-if
                   end-if
               end-perform
               close job-status
           end-if.

      *> Night of a finished job line, 0 for a start line or one with
      *> an unreadable timestamp; the elapsed time comes with it.
       hitung-malam.
           move 0 to ws-malam.
           if js-outcome = 'MULAI' or js-start not numeric
                   or js-end not numeric
               exit paragraph
           end-if.
           move js-start(1:8) to ws-tgl-num.
           if function test-date-yyyymmdd(ws-tgl-num) not = 0
               exit paragraph
           end-if.
           compute ws-int-mulai = function integer-of-date(ws-tgl-num).
           move js-end(1:8) to ws-tgl-num.
           if function test-date-yyyymmdd(ws-tgl-num) not = 0
               exit paragraph
           end-if.
           compute ws-int-akhir = function integer-of-date(ws-tgl-num).
           move js-start(9:6) to ws-jam-num.
           compute ws-detik = (ws-int-akhir - ws-int-mulai) * 86400
               - (ws-jp-jam * 3600 + ws-jp-menit * 60 + ws-jp-detik).
           move js-end(9:6) to ws-jam-num.
           compute ws-detik = ws-detik
               + ws-jp-jam * 3600 + ws-jp-menit * 60 + ws-jp-detik.
           if ws-detik < 0
               exit paragraph
           end-if.
           move ws-int-mulai to ws-malam.
           move js-start(9:6) to ws-jam-num.
           if ws-jam-num < ws-potong
               subtract 1 from ws-malam
           end-if.

      *> Second pass: every finished job of the latest night and the
      *> history weeks before it.
       muat-runs.
           compute ws-malam-awal = ws-malam-akhir - ws-minggu * 7.
           open input job-status.
           move 'N' to eof-flag.
           perform until habis
               read job-status
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   perform hitung-malam
                   if ws-malam >= ws-malam-awal and ws-malam > 0
                       perform simpan-run
                   end-if
               end-if
           end-perform.
           close job-status.

       simpan-run.
           if rn-count >= 3000
               move 'Y' to rn-penuh
               exit paragraph
           end-if.
           add 1 to rn-count.
           set rn-idx to rn-count.
           move ws-malam to rn-malam(rn-idx).
           move js-job to rn-job(rn-idx).
           move js-start to rn-start(rn-idx).
           move js-end to rn-end(rn-idx).
           move ws-detik to rn-detik(rn-idx).
           move js-outcome to rn-hasil(rn-idx).
           move 'N' to ws-ketemu.
           perform varying mt-idx from 1 by 1
                   until mt-idx > mt-count or ws-ketemu = 'Y'
               if mt-malam(mt-idx) = ws-malam
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'Y'
               set mt-idx down by 1
           else
               if mt-count >= 40
                   exit paragraph
               end-if
               add 1 to mt-count
               set mt-idx to mt-count
               move ws-malam to mt-malam(mt-idx)
               move spaces to mt-akhir(mt-idx)
           end-if.
           if js-end > mt-akhir(mt-idx) or mt-akhir(mt-idx) = spaces
               move js-end to mt-akhir(mt-idx)
           end-if.

      *> The latest night, job by job, against the norm.
       tulis-malam-akhir.
           move spaces to timing-report-record.
           write timing-report-record.
           compute ws-tgl-cetak =
               function date-of-integer(ws-malam-akhir).
           move spaces to timing-report-record.
           string 'MALAM TERAKHIR ' delimited by size
               ws-tgl-cetak delimited by size
               into timing-report-record.
           write timing-report-record.
           move spaces to timing-report-record.
           string 'JOB   MULAI    SELESAI  DURASI   NORMA    %NORMA'
                   delimited by size
               '  MGG-1    MGG-2    MGG-3    MGG-4' delimited by size
               into timing-report-record.
           write timing-report-record.
           perform varying rn-idx from 1 by 1 until rn-idx > rn-count
               if rn-malam(rn-idx) = ws-malam-akhir
                   perform tulis-job-akhir
               end-if
           end-perform.

       tulis-job-akhir.
           perform hitung-norma.
           move rn-detik(rn-idx) to ws-detik.
           perform bentuk-durasi.
           move ws-durasi-teks to ws-durasi-1.
           move spaces to ws-durasi-2.
           move spaces to ws-flag.
           move 0 to ws-rasio.
           if ws-norma-n > 0
               move ws-norma to ws-detik
               perform bentuk-durasi
               move ws-durasi-teks to ws-durasi-2
               if ws-norma > 0
                   compute ws-rasio =
                       rn-detik(rn-idx) * 100 / ws-norma
                       on size error move 99999 to ws-rasio
                   end-compute
               end-if
               compute ws-batas = ws-norma * (100 + ws-persen) / 100
               if rn-detik(rn-idx) > ws-batas
                       and rn-detik(rn-idx) - ws-norma >= ws-detik-min
                   move 'LEBIH LAMA' to ws-flag
                   perform tulis-alert-job
               end-if
           else
               move '-' to ws-durasi-2
           end-if.
           move rn-start(rn-idx)(9:6) to ws-jam-num.
           perform bentuk-jam.
           move ws-jam-teks to ws-mulai-teks.
           move rn-end(rn-idx)(9:6) to ws-jam-num.
           perform bentuk-jam.
           move ws-jam-teks to ws-selesai-teks.
           move ws-rasio to ws-rasio-ed.
           move spaces to timing-report-record.
           string rn-job(rn-idx) delimited by size
               ' ' delimited by size
               ws-mulai-teks delimited by size
               ' ' delimited by size
               ws-selesai-teks delimited by size
               ' ' delimited by size
               ws-durasi-1 delimited by size
               ' ' delimited by size
               ws-durasi-2 delimited by size
               ' ' delimited by size
               ws-rasio-ed delimited by size
               '%  ' delimited by size
               ws-mg-teks(1) delimited by size
               ' ' delimited by size
               ws-mg-teks(2) delimited by size
               ' ' delimited by size
               ws-mg-teks(3) delimited by size
               ' ' delimited by size
               ws-mg-teks(4) delimited by size
               ' ' delimited by size
               ws-flag delimited by size
               into timing-report-record.
           if rn-hasil(rn-idx) not = 'SUKSES'
               move rn-hasil(rn-idx) to timing-report-record(93:7)
           end-if.
           write timing-report-record.

      *> Successful runs of the same job on the nights before the
      *> latest one; week 1 is the seven nights just before it.
       hitung-norma.
           move 0 to ws-norma-jumlah.
           move 0 to ws-norma-n.
           perform varying mg-idx from 1 by 1 until mg-idx > 4
               move 0 to mg-jumlah(mg-idx)
               move 0 to mg-n(mg-idx)
           end-perform.
           perform varying rn-cari from 1 by 1
                   until rn-cari > rn-count
               if rn-job(rn-cari) = rn-job(rn-idx)
                       and rn-malam(rn-cari) < ws-malam-akhir
                       and rn-hasil(rn-cari) = 'SUKSES'
                   add rn-detik(rn-cari) to ws-norma-jumlah
                   add 1 to ws-norma-n
                   compute ws-mg =
                       (ws-malam-akhir - rn-malam(rn-cari) - 1) / 7 + 1
                   if ws-mg >= 1 and ws-mg <= 4
                       add rn-detik(rn-cari) to mg-jumlah(ws-mg)
                       add 1 to mg-n(ws-mg)
                   end-if
               end-if
           end-perform.
           if ws-norma-n > 0
               compute ws-norma rounded =
                   ws-norma-jumlah / ws-norma-n
           else
               move 0 to ws-norma
           end-if.
           perform varying mg-idx from 1 by 1 until mg-idx > 4
               set ws-mg to mg-idx
               if mg-n(mg-idx) > 0
                   compute ws-detik rounded =
                       mg-jumlah(mg-idx) / mg-n(mg-idx)
                   perform bentuk-durasi
                   move ws-durasi-teks to ws-mg-teks(ws-mg)
               else
                   move '   -    ' to ws-mg-teks(ws-mg)
               end-if
           end-perform.

       tulis-alert-job.
           add 1 to ws-alert-cnt.
           move spaces to alert-record.
           compute ws-tgl-cetak =
               function date-of-integer(ws-malam-akhir).
           string 'BATCH ' delimited by size
               ws-tgl-cetak delimited by size
               ' JOB ' delimited by size
               rn-job(rn-idx) delimited by size
               ' ' delimited by size
               ws-durasi-1 delimited by size
               ' NORMA ' delimited by size
               ws-durasi-2 delimited by size
               into alert-record.
           write alert-record.

      *> Every night of the history: each job's elapsed time, then
      *> when the night's last job finished against the target. Only
      *> the latest night raises an alert for a missed window.
       tulis-riwayat.
           move spaces to timing-report-record.
           write timing-report-record.
           move 'RIWAYAT PER MALAM' to timing-report-record.
           write timing-report-record.
           perform varying mt-idx from 1 by 1 until mt-idx > mt-count
               perform tulis-satu-malam
           end-perform.
           move spaces to timing-report-record.
           write timing-report-record.
           move spaces to timing-report-record.
           string 'MALAM ' delimited by size
               mt-count delimited by size
               '  JENDELA TERLEWAT ' delimited by size
               ws-telat-cnt delimited by size
               '  PERINGATAN ' delimited by size
               ws-alert-cnt delimited by size
               into timing-report-record.
           write timing-report-record.

       tulis-satu-malam.
           compute ws-tgl-cetak =
               function date-of-integer(mt-malam(mt-idx)).
           move spaces to timing-report-record.
           write timing-report-record.
           perform varying rn-idx from 1 by 1 until rn-idx > rn-count
               if rn-malam(rn-idx) = mt-malam(mt-idx)
                   move rn-detik(rn-idx) to ws-detik
                   perform bentuk-durasi
                   move spaces to timing-report-record
                   string ws-tgl-cetak delimited by size
                       ' ' delimited by size
                       rn-job(rn-idx) delimited by size
                       ' ' delimited by size
                       ws-durasi-teks delimited by size
                       ' ' delimited by size
                       rn-hasil(rn-idx) delimited by size
                       into timing-report-record
                   write timing-report-record
               end-if
           end-perform.
      *> The target is on the morning after the night unless it is
      *> set later in the evening than the night starts.
           if ws-target < ws-potong
               compute ws-target-int = mt-malam(mt-idx) + 1
           else
               move mt-malam(mt-idx) to ws-target-int
           end-if.
           compute ws-tgl-target =
               function date-of-integer(ws-target-int).
           move ws-tgl-target to ws-target-ts(1:8).
           move ws-target to ws-target-ts(9:6).
           move mt-akhir(mt-idx)(9:6) to ws-jam-num.
           perform bentuk-jam.
           move spaces to timing-report-record.
           string ws-tgl-cetak delimited by size
               ' SELESAI ' delimited by size
               mt-akhir(mt-idx)(1:8) delimited by size
               ' ' delimited by size
               ws-jam-teks delimited by size
               into timing-report-record.
           if mt-akhir(mt-idx) > ws-target-ts
               add 1 to ws-telat-cnt
               move 'MELEWATI TARGET' to timing-report-record(40:15)
               if mt-malam(mt-idx) = ws-malam-akhir
                   perform tulis-alert-jendela
               end-if
           end-if.
           write timing-report-record.

       tulis-alert-jendela.
           add 1 to ws-alert-cnt.
           move ws-target to ws-jam-num.
           perform bentuk-jam.
           move ws-jam-teks to ws-mulai-teks.
           move mt-akhir(mt-idx)(9:6) to ws-jam-num.
           perform bentuk-jam.
           move spaces to alert-record.
           string 'BATCH ' delimited by size
               ws-tgl-cetak delimited by size
               ' SELESAI ' delimited by size
               ws-jam-teks delimited by size
               ' > TARGET ' delimited by size
               ws-mulai-teks delimited by size
               into alert-record.
           write alert-record.

       bentuk-durasi.
           compute ws-detik-jam = ws-detik / 3600.
           if ws-detik-jam > 99
               move 99 to ws-dt-jam
           else
               move ws-detik-jam to ws-dt-jam
           end-if.
           compute ws-dt-menit = (ws-detik - ws-detik-jam * 3600) / 60.
           compute ws-dt-detik = ws-detik - ws-detik-jam * 3600
               - ws-dt-menit * 60.

       bentuk-jam.
           move ws-jp-jam to ws-jt-jam.
           move ws-jp-menit to ws-jt-menit.
           move ws-jp-detik to ws-jt-detik.
