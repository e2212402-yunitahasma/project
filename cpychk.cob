      *> Cross-student copied-work detection. DUPCHK catches one
      *> student repeating their own calculation; this job looks the
      *> other way - two or more different NPMs in the same kelas and
      *> lab week submitting the identical shape with identical
      *> IN1/IN2/IN3 (and unit). Every such group is scored: a bare
      *> match starts at 40, the same AUD-STATION adds 30, and two of
      *> the submissions landing within the proximity window of each
      *> other (default 10 minutes, MENIT=nn to change) adds 30.
      *> Practice ('P'), operator what-if ('W') and exam ('U')
      *> records - exam figures are issued per NPM, not typed - CTL
      *> records and out-of-section ('N') work are left out, and so
      *> are AUDKOR reversing records and the originals they void; a
      *> reassignment's replacement counts under its new NPM at the
      *> time the work was really done (AUD-KOR-REF).
      *> data/COPY-REPORT.DAT  per-kelas report for the instructors
      *> data/COPY-CASE.DAT    one line per NPM in each group, keyed
      *>                       by the case reference printed on the
      *>                       report; DISPUTE opens the cases
      *>                       straight from a reference (menu 5).
      *>                       Cases are kept from run to run; a
      *>                       rerun the same day carries on the
      *>                       day's numbering, so no reference is
      *>                       ever issued twice.
      *> Optional arguments: MINGGU=xxxx limits the run to one lab
      *> week, MENIT=nn sets the proximity window.
       identification division.
       program-id. CPYCHK.
       environment division.
       input-output section.
       file-control.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
           select copy-report assign to "data/COPY-REPORT.DAT"
               organization is line sequential
               file status is ws-rpt-status.
           select copy-case assign to "data/COPY-CASE.DAT"
               organization is line sequential
               file status is ws-cc-status.
           select sort-file assign to "SORTWK".
       data division.
       file section.
       fd student-master.
           copy STUMAST.
       fd audit-file.
           copy T2AUDIT.
       fd copy-report.
       01 copy-report-record pic x(100).
       fd copy-case.
       01 copy-case-record.
           05 cc-ref pic x(14).
           05 filler pic x.
           05 cc-npm pic x(8).
           05 filler pic x.
           05 cc-kelas pic x(5).
           05 filler pic x.
           05 cc-minggu pic x(4).
           05 filler pic x.
           05 cc-shape pic x(3).
           05 filler pic x.
           05 cc-station pic x(4).
           05 filler pic x.
           05 cc-timestamp pic x(14).
           05 filler pic x.
           05 cc-skor pic 9(3).
       sd sort-file.
       01 sort-record.
           05 srt-kelas pic x(5).
           05 srt-week pic x(4).
           05 srt-shape pic x(3).
           05 srt-in1 pic 9(5)v99.
           05 srt-in2 pic 9(5)v99.
           05 srt-in3 pic 9(5)v99.
           05 srt-unit pic xx.
           05 srt-npm pic x(8).
           05 srt-timestamp pic x(14).
           05 srt-station pic x(4).
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-cc-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(40).
       77  ws-arg-pos pic 99.
       77  ws-sel-minggu pic x(4) value spaces.
       77  ws-menit-arg pic xx.
       77  ws-jendela pic 9(3) value 10.
       77  ws-master-ada pic x value 'N'.
       77  ws-kor-hasil pic x.
       77  ws-ada-grup pic x value 'N'.
       77  ws-prev-kelas pic x(5).
       01  ws-prev-kerja.
           05 ws-prev-week pic x(4).
           05 ws-prev-shape pic x(3).
           05 ws-prev-in1 pic 9(5)v99.
           05 ws-prev-in2 pic 9(5)v99.
           05 ws-prev-in3 pic 9(5)v99.
           05 ws-prev-unit pic xx.
      *> The dimensions as their digits, for the report line.
       01  ws-prev-kerja-x redefines ws-prev-kerja.
           05 filler pic x(7).
           05 ws-prev-in1-x pic x(7).
           05 ws-prev-in2-x pic x(7).
           05 ws-prev-in3-x pic x(7).
           05 filler pic xx.
       01  ws-kerja-ini.
           05 ws-ini-week pic x(4).
           05 ws-ini-shape pic x(3).
           05 ws-ini-in1 pic 9(5)v99.
           05 ws-ini-in2 pic 9(5)v99.
           05 ws-ini-in3 pic 9(5)v99.
           05 ws-ini-unit pic xx.
      *> One group of identical submissions, in NPM order.
       01  grup-tabel.
           02 gp-item occurs 50 times indexed by gp-i, gp-j.
               03 gp-npm pic x(8).
               03 gp-timestamp pic x(14).
               03 gp-station pic x(4).
               03 gp-menit pic 9(9).
       77  gp-count pic 9(5) value 0.
       77  ws-npm-distinct pic 9(5).
       77  ws-skor pic 9(3).
       77  ws-sama-stasiun pic x.
       77  ws-dekat pic x.
       77  ws-selisih pic s9(9).
       77  ws-tingkat pic x(6).
       77  ws-case-seq pic 9(3) value 0.
       77  ws-case-ref pic x(14).
       77  ws-kelas-grup pic 9(5) value 0.
       77  ws-tot-grup pic 9(5) value 0.
       77  ws-tot-tinggi pic 9(5) value 0.
       01  ws-tgl-num pic 9(8).
       01  ws-jam-menit.
           05 ws-jm-jam pic 99.
           05 ws-jm-menit pic 99.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       01  srt-eof-flag pic x value 'N'.
           88 ada-lagi-srt value 'N'.
           88 habis-srt value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           perform urai-argumen.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           else
               move 'N' to ws-master-ada
               display 'FILE data/STUMAST.DAT TIDAK DITEMUKAN - '
               display 'KELAS DILAPORKAN TANPA'
           end-if.
           sort sort-file
               on ascending key srt-kelas, srt-week, srt-shape,
                   srt-in1, srt-in2, srt-in3, srt-unit,
                   srt-npm, srt-timestamp
               input procedure is baca-audit
               output procedure is tulis-laporan.
           if ws-master-ada = 'Y'
               close student-master
           end-if.
           display 'DETEKSI SELESAI, LIHAT data/COPY-REPORT.DAT'.
           display 'REFERENSI KASUS DI data/COPY-CASE.DAT'.

       selesai.
           stop run.

       urai-argumen.
           perform varying ws-arg-pos from 1 by 1
                   until ws-arg-pos > 33
               if ws-cli-arg(ws-arg-pos:7) = 'MINGGU='
                   move ws-cli-arg(ws-arg-pos + 7:4) to ws-sel-minggu
               end-if
               if ws-cli-arg(ws-arg-pos:6) = 'MENIT='
                   move ws-cli-arg(ws-arg-pos + 6:2) to ws-menit-arg
                   if ws-menit-arg numeric and ws-menit-arg > 0
                       move ws-menit-arg to ws-jendela
                   end-if
               end-if
           end-perform.

       baca-audit.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move 'N' to ws-kor-hasil
                       if aud-npm(1:3) not = 'CTL'
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                       end-if
                       if aud-npm(1:3) not = 'CTL'
                               and not aud-batal
                               and ws-kor-hasil = 'N'
                               and aud-elig not = 'N'
                               and aud-mode not = 'P'
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                           if ws-sel-minggu = spaces
                                   or aud-lab-week = ws-sel-minggu
                               perform lepas-record
                           end-if
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.

       lepas-record.
           move 'TANPA' to srt-kelas.
           if ws-master-ada = 'Y'
               move aud-npm to sm-npm
               read student-master
                   invalid key continue
               end-read
               if ws-sm-status = "00"
                   move sm-kelas to srt-kelas
               end-if
           end-if.
           move aud-lab-week to srt-week.
           move aud-shape to srt-shape.
           move aud-in1 to srt-in1.
           move aud-in2 to srt-in2.
           move aud-in3 to srt-in3.
           move aud-unit to srt-unit.
           move aud-npm to srt-npm.
      *> A reassigned record ('G') was worked when its original was.
           if aud-ganti
               move aud-kor-ref to srt-timestamp
           else
               move aud-timestamp to srt-timestamp
           end-if.
           move aud-station to srt-station.
           release sort-record.

       tulis-laporan.
           perform cari-seq-hari-ini.
           open output copy-report.
           open extend copy-case.
           if ws-cc-status = "35"
               open output copy-case
           end-if.
           move spaces to copy-report-record.
           string '=== DETEKSI KERJA SALINAN ANTAR MAHASISWA - RUN '
               delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into copy-report-record.
           write copy-report-record.
           move spaces to copy-report-record.
           string 'SKOR 40 SAMA PERSIS, +30 STASIUN SAMA, +30 DALAM '
               delimited by size
               ws-jendela delimited by size
               ' MENIT' delimited by size
               into copy-report-record.
           write copy-report-record.
           move 'N' to srt-eof-flag.
           move spaces to ws-prev-kelas.
           move spaces to ws-prev-kerja.
           move 'N' to ws-ada-grup.
           perform until habis-srt
               return sort-file
                   at end move 'Y' to srt-eof-flag
               end-return
               if ada-lagi-srt
                   perform proses-record-urut
               end-if
           end-perform.
           if ws-ada-grup = 'Y'
               perform tutup-grup
               perform tulis-total-kelas
           end-if.
           move spaces to copy-report-record.
           write copy-report-record.
           move spaces to copy-report-record.
           string 'TOTAL GRUP TERDUGA SALINAN : ' delimited by size
               ws-tot-grup delimited by size
               '  SKOR TINGGI : ' delimited by size
               ws-tot-tinggi delimited by size
               into copy-report-record.
           write copy-report-record.
           close copy-report.
           close copy-case.

      *> The day's highest reference already on the case file, so a
      *> second run today numbers on from it.
       cari-seq-hari-ini.
           move 0 to ws-case-seq.
           open input copy-case.
           if ws-cc-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read copy-case
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and cc-ref(1:2) = 'SL'
                           and cc-ref(3:8) = ws-run-date
                           and cc-ref(12:3) numeric
                           and cc-ref(12:3) > ws-case-seq
                       move cc-ref(12:3) to ws-case-seq
                   end-if
               end-perform
               close copy-case
           end-if.

       proses-record-urut.
           move srt-week to ws-ini-week.
           move srt-shape to ws-ini-shape.
           move srt-in1 to ws-ini-in1.
           move srt-in2 to ws-ini-in2.
           move srt-in3 to ws-ini-in3.
           move srt-unit to ws-ini-unit.
           if srt-kelas not = ws-prev-kelas
               if ws-ada-grup = 'Y'
                   perform tutup-grup
                   perform tulis-total-kelas
               end-if
               move srt-kelas to ws-prev-kelas
               move ws-kerja-ini to ws-prev-kerja
               move 0 to gp-count
               move 0 to ws-kelas-grup
               move 'Y' to ws-ada-grup
               move spaces to copy-report-record
               write copy-report-record
               move spaces to copy-report-record
               string 'KELAS ' delimited by size
                   srt-kelas delimited by size
                   into copy-report-record
               write copy-report-record
           else
               if ws-kerja-ini not = ws-prev-kerja
                   perform tutup-grup
                   move ws-kerja-ini to ws-prev-kerja
                   move 0 to gp-count
               end-if
           end-if.
           add 1 to gp-count.
           if gp-count <= 50
               set gp-i to gp-count
               move srt-npm to gp-npm(gp-i)
               move srt-timestamp to gp-timestamp(gp-i)
               move srt-station to gp-station(gp-i)
               perform hitung-menit
           end-if.

      *> Minutes since day 1 of the INTEGER-OF-DATE calendar, so the
      *> proximity test still works across midnight.
       hitung-menit.
           move 0 to gp-menit(gp-i).
           if srt-timestamp(1:12) numeric
               move srt-timestamp(1:8) to ws-tgl-num
               move srt-timestamp(9:4) to ws-jam-menit
               compute gp-menit(gp-i) =
                   function integer-of-date(ws-tgl-num) * 1440
                   + ws-jm-jam * 60 + ws-jm-menit
           end-if.

      *> A group counts only when more than one NPM is in it; the
      *> strongest pair of different NPMs sets the score.
       tutup-grup.
           if gp-count > 50
               move 50 to gp-count
           end-if.
           move 1 to ws-npm-distinct.
           perform varying gp-i from 2 by 1 until gp-i > gp-count
               if gp-npm(gp-i) not = gp-npm(gp-i - 1)
                   add 1 to ws-npm-distinct
               end-if
           end-perform.
           if ws-npm-distinct > 1
               move 40 to ws-skor
               move 'N' to ws-sama-stasiun
               move 'N' to ws-dekat
               perform varying gp-i from 1 by 1 until gp-i > gp-count
                   perform varying gp-j from gp-i by 1
                           until gp-j > gp-count
                       if gp-npm(gp-j) not = gp-npm(gp-i)
                           perform nilai-pasangan
                       end-if
                   end-perform
               end-perform
               if ws-sama-stasiun = 'Y'
                   add 30 to ws-skor
               end-if
               if ws-dekat = 'Y'
                   add 30 to ws-skor
               end-if
               perform tulis-grup
           end-if.

       nilai-pasangan.
           if gp-station(gp-i) not = spaces
                   and gp-station(gp-i) = gp-station(gp-j)
               move 'Y' to ws-sama-stasiun
           end-if.
           if gp-menit(gp-i) > 0 and gp-menit(gp-j) > 0
               compute ws-selisih = gp-menit(gp-i) - gp-menit(gp-j)
               if ws-selisih < 0
                   compute ws-selisih = 0 - ws-selisih
               end-if
               if ws-selisih <= ws-jendela
                   move 'Y' to ws-dekat
               end-if
           end-if.

       tulis-grup.
           add 1 to ws-tot-grup.
           add 1 to ws-kelas-grup.
           add 1 to ws-case-seq.
           move spaces to ws-case-ref.
           string 'SL' delimited by size
               ws-run-date delimited by size
               '-' delimited by size
               ws-case-seq delimited by size
               into ws-case-ref.
           evaluate true
               when ws-skor >= 100
                   move 'TINGGI' to ws-tingkat
                   add 1 to ws-tot-tinggi
               when ws-skor >= 70
                   move 'SEDANG' to ws-tingkat
               when other
                   move 'RENDAH' to ws-tingkat
           end-evaluate.
           move spaces to copy-report-record.
           string '  REF ' delimited by size
               ws-case-ref delimited by size
               ' MGGU ' delimited by size
               ws-prev-week delimited by size
               ' ' delimited by size
               ws-prev-shape delimited by size
               ' IN1=' delimited by size
               ws-prev-in1-x delimited by size
               ' IN2=' delimited by size
               ws-prev-in2-x delimited by size
               ' IN3=' delimited by size
               ws-prev-in3-x delimited by size
               ' ' delimited by size
               ws-prev-unit delimited by size
               ' SKOR ' delimited by size
               ws-skor delimited by size
               ' ' delimited by size
               ws-tingkat delimited by size
               into copy-report-record.
           write copy-report-record.
           perform varying gp-i from 1 by 1 until gp-i > gp-count
               move spaces to copy-report-record
               string '      ' delimited by size
                   gp-npm(gp-i) delimited by size
                   ' STASIUN ' delimited by size
                   gp-station(gp-i) delimited by size
                   ' DITULIS ' delimited by size
                   gp-timestamp(gp-i) delimited by size
                   into copy-report-record
               write copy-report-record
               move spaces to copy-case-record
               move ws-case-ref to cc-ref
               move gp-npm(gp-i) to cc-npm
               move ws-prev-kelas to cc-kelas
               move ws-prev-week to cc-minggu
               move ws-prev-shape to cc-shape
               move gp-station(gp-i) to cc-station
               move gp-timestamp(gp-i) to cc-timestamp
               move ws-skor to cc-skor
               write copy-case-record
           end-perform.

       tulis-total-kelas.
           move spaces to copy-report-record.
           string '  GRUP TERDUGA KELAS INI : ' delimited by size
               ws-kelas-grup delimited by size
               into copy-report-record.
           write copy-report-record.
