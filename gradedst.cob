      *> Grade distribution per kelas, read before grades are
      *> released: every graded line of data/TERM-GRADE.DAT gets its
      *> letter from the term's boundary table (GRDBATAS), and each
      *> kelas gets a letter histogram, mean, median and standard
      *> deviation, with the students more than two deviations from
      *> their kelas mean listed as outliers. The kelas then stand
      *> side by side; a kelas whose mean lies more than two
      *> standard errors from the all-kelas mean is marked SIMPANG,
      *> so a section marked harder or softer shows before release.
      *> Students on cuti/keluar (letter T/W) are counted, not
      *> graded. Writes data/GRADE-DIST.DAT.
       identification division.
       program-id. GRADEDST.
       environment division.
       input-output section.
       file-control.
           select term-grade assign to "data/TERM-GRADE.DAT"
               organization is line sequential
               file status is ws-tg-status.
           select dist-report assign to "data/GRADE-DIST.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd term-grade.
       01 term-grade-record.
           05 tg-npm pic x(8).
           05 filler pic x.
           05 tg-kelas pic x(5).
           05 filler pic x(39).
           05 tg-nilai-teks.
               10 tg-nilai-bulat pic x(3).
               10 filler pic x.
               10 tg-nilai-pecahan pic x(2).
           05 filler pic x.
           05 tg-huruf pic x(2).
           05 filler pic x(18).
       fd dist-report.
       01 dist-report-record pic x(132).
       working-storage section.
       77  ws-tg-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-batas-term pic x(6).
       77  ws-batas-hasil pic x.
       77  ws-bulat pic 9(3).
       77  ws-pecahan pic 99.
       77  ws-nilai pic 9(3)v99.
       77  ws-huruf pic x(2).
       01  mhs-tabel.
           02 st-item occurs 3000 times indexed by st-idx.
               03 st-npm pic x(8).
               03 st-kelas pic x(5).
               03 st-nilai pic 9(3)v99.
               03 st-huruf pic x(2).
       77  st-count pic 9(4) value 0.
       77  st-penuh pic x value 'N'.
      *> Letters in cut-off order, highest first, found by walking
      *> the grades 100 down to 0 through GRDBATAS.
       01  huruf-tabel.
           02 hr-huruf pic x(2) occurs 20 times.
       77  hr-count pic 99 value 0.
       77  hr-idx pic 99.
       01  kelas-tabel.
           02 kl-item occurs 50 times indexed by kl-idx.
               03 kl-kelas pic x(5).
               03 kl-n pic 9(4).
               03 kl-status-n pic 9(4).
               03 kl-jumlah pic 9(7)v99.
               03 kl-rata pic 9(3)v99.
               03 kl-median pic 9(3)v99.
               03 kl-sd pic 9(3)v99.
               03 kl-simpang pic x.
               03 kl-hit pic 9(4) occurs 20 times.
       77  kl-count pic 99 value 0.
       77  kl-awal pic 99.
       77  kl-akhir pic 99.
       01  urut-tabel.
           02 ut-nilai pic 9(3)v99 occurs 3000 times.
       77  ut-count pic 9(4).
       77  ut-i pic 9(4).
       77  ut-j pic 9(4).
       77  ws-tukar pic 9(3)v99.
       77  ws-tengah pic 9(4).
       77  ws-sisa pic 9.
       77  ws-selisih pic s9(3)v99.
       77  ws-kuadrat pic 9(9)v9999.
       77  ws-varian pic 9(7)v9999.
       77  ws-semua-n pic 9(5) value 0.
       77  ws-semua-jumlah pic 9(8)v99 value 0.
       77  ws-semua-rata pic 9(3)v99 value 0.
       77  ws-semua-kuadrat pic 9(11)v9999 value 0.
       77  ws-semua-sd pic 9(3)v99 value 0.
       77  ws-galat pic 9(3)v9999.
       77  ws-pencilan pic 9(4).
       77  ws-probe pic 9(3).
       77  ws-ketemu pic x.
       77  ws-bintang pic x(40).
       77  ws-bintang-n pic 99.
       77  ws-ed-nilai pic zz9.99.
       77  ws-ed-rata pic zz9.99.
       77  ws-ed-median pic zz9.99.
       77  ws-ed-sd pic zz9.99.
       77  ws-ed-n pic zzz9.
       77  ws-kolom pic 9(3).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           perform susun-huruf.
           perform muat-nilai.
           if st-count = 0 and kl-count = 0
               display 'data/TERM-GRADE.DAT KOSONG/TIDAK ADA'
               display 'JALANKAN bin/gradecalc TERLEBIH DAHULU'
               go to selesai
           end-if.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               perform hitung-kelas
           end-perform.
           perform hitung-semua.
           open output dist-report.
           perform tulis-judul.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               perform tulis-kelas
           end-perform.
           perform tulis-berdampingan.
           close dist-report.
           display 'KELAS DIANALISIS : ' kl-count.
           display 'LIHAT data/GRADE-DIST.DAT'.

       selesai.
           stop run.

       susun-huruf.
           perform varying ws-probe from 100 by -1
                   until ws-probe < 1
               move ws-probe to ws-nilai
               perform catat-huruf
           end-perform.
           move 0 to ws-nilai.
           perform catat-huruf.

       catat-huruf.
           call 'GRDBATAS' using ws-nilai, ws-huruf, ws-batas-term,
               ws-batas-hasil.
           move 'N' to ws-ketemu.
           perform varying hr-idx from 1 by 1
                   until hr-idx > hr-count
               if hr-huruf(hr-idx) = ws-huruf
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'N' and hr-count < 20
               add 1 to hr-count
               move ws-huruf to hr-huruf(hr-count)
           end-if.

      *> The grade is read off the TERM-GRADE text (zz9.99 at
      *> column 54); a T/W letter is a cuti/keluar student.
       muat-nilai.
           open input term-grade.
           if ws-tg-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read term-grade
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and tg-npm numeric
                   perform catat-kelas
                   if tg-huruf = 'T ' or tg-huruf = 'W '
                       add 1 to kl-status-n(kl-idx)
                   else
                       perform catat-mhs
                   end-if
               end-if
           end-perform.
           close term-grade.

       catat-kelas.
           move 'N' to ws-ketemu.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count or ws-ketemu = 'Y'
               if kl-kelas(kl-idx) = tg-kelas
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'Y'
               set kl-idx down by 1
           else
               if kl-count < 50
                   add 1 to kl-count
                   set kl-idx to kl-count
                   initialize kl-item(kl-idx)
                   move tg-kelas to kl-kelas(kl-idx)
               else
                   set kl-idx to 50
               end-if
           end-if.

       catat-mhs.
           if st-count >= 3000
               move 'Y' to st-penuh
               exit paragraph
           end-if.
           inspect tg-nilai-bulat replacing leading space by '0'.
           if tg-nilai-bulat not numeric
                   or tg-nilai-pecahan not numeric
               exit paragraph
           end-if.
           move tg-nilai-bulat to ws-bulat.
           move tg-nilai-pecahan to ws-pecahan.
           compute ws-nilai = ws-bulat + ws-pecahan / 100.
           call 'GRDBATAS' using ws-nilai, ws-huruf, ws-batas-term,
               ws-batas-hasil.
           add 1 to st-count.
           set st-idx to st-count.
           move tg-npm to st-npm(st-idx).
           move tg-kelas to st-kelas(st-idx).
           move ws-nilai to st-nilai(st-idx).
           move ws-huruf to st-huruf(st-idx).
           add 1 to kl-n(kl-idx).
           add ws-nilai to kl-jumlah(kl-idx).
           perform varying hr-idx from 1 by 1
                   until hr-idx > hr-count
               if hr-huruf(hr-idx) = ws-huruf
                   add 1 to kl-hit(kl-idx, hr-idx)
               end-if
           end-perform.

      *> Mean and deviation from the stored grades; the median from
      *> the kelas's grades sorted into urut-tabel.
       hitung-kelas.
           if kl-n(kl-idx) = 0
               exit paragraph
           end-if.
           compute kl-rata(kl-idx) rounded =
               kl-jumlah(kl-idx) / kl-n(kl-idx).
           move 0 to ut-count.
           move 0 to ws-kuadrat.
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               if st-kelas(st-idx) = kl-kelas(kl-idx)
                   add 1 to ut-count
                   move st-nilai(st-idx) to ut-nilai(ut-count)
                   compute ws-selisih =
                       st-nilai(st-idx) - kl-rata(kl-idx)
                   compute ws-kuadrat =
                       ws-kuadrat + ws-selisih * ws-selisih
               end-if
           end-perform.
           compute ws-varian = ws-kuadrat / kl-n(kl-idx).
           compute kl-sd(kl-idx) rounded = ws-varian ** 0.5.
           perform urutkan-nilai.
           divide ut-count by 2 giving ws-tengah remainder ws-sisa.
           if ws-sisa = 1
               move ut-nilai(ws-tengah + 1) to kl-median(kl-idx)
           else
               compute kl-median(kl-idx) rounded =
                   (ut-nilai(ws-tengah) + ut-nilai(ws-tengah + 1)) / 2
           end-if.

       urutkan-nilai.
           perform varying ut-i from 2 by 1
                   until ut-i > ut-count
               move ut-nilai(ut-i) to ws-tukar
               move ut-i to ut-j
               perform until ut-j < 2
                       or ut-nilai(ut-j - 1) <= ws-tukar
                   move ut-nilai(ut-j - 1) to ut-nilai(ut-j)
                   subtract 1 from ut-j
               end-perform
               move ws-tukar to ut-nilai(ut-j)
           end-perform.

      *> All graded students together give the yardstick; a kelas
      *> mean further than two standard errors (sd / root n) from it
      *> is out of line.
       hitung-semua.
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               add 1 to ws-semua-n
               add st-nilai(st-idx) to ws-semua-jumlah
           end-perform.
           if ws-semua-n = 0
               exit paragraph
           end-if.
           compute ws-semua-rata rounded =
               ws-semua-jumlah / ws-semua-n.
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               compute ws-selisih = st-nilai(st-idx) - ws-semua-rata
               compute ws-semua-kuadrat =
                   ws-semua-kuadrat + ws-selisih * ws-selisih
           end-perform.
           compute ws-varian = ws-semua-kuadrat / ws-semua-n.
           compute ws-semua-sd rounded = ws-varian ** 0.5.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               move 'N' to kl-simpang(kl-idx)
               if kl-n(kl-idx) > 0
                   compute ws-galat =
                       2 * ws-semua-sd / (kl-n(kl-idx) ** 0.5)
                   compute ws-selisih =
                       kl-rata(kl-idx) - ws-semua-rata
                   if ws-selisih < 0
                       compute ws-selisih = 0 - ws-selisih
                   end-if
                   if ws-selisih > ws-galat
                       move 'Y' to kl-simpang(kl-idx)
                   end-if
               end-if
           end-perform.

       tulis-judul.
           move spaces to dist-report-record.
           string '=== DISTRIBUSI NILAI PER KELAS - RUN '
               delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into dist-report-record.
           write dist-report-record.
           move spaces to dist-report-record.
           if ws-batas-hasil = 'Y'
               string 'HURUF MENURUT TABEL BATAS TERM '
                   delimited by size
                   ws-batas-term delimited by size
                   into dist-report-record
           else
               move 'TABEL BATAS HURUF TIDAK ADA - BAWAAN 80/70/60/50'
                   to dist-report-record
           end-if.
           write dist-report-record.
           if st-penuh = 'Y'
               move 'PERHATIAN: > 3000 NILAI, SISANYA TIDAK DIHITUNG'
                   to dist-report-record
               write dist-report-record
           end-if.

       tulis-kelas.
           move spaces to dist-report-record.
           write dist-report-record.
           move kl-n(kl-idx) to ws-ed-n.
           move kl-rata(kl-idx) to ws-ed-rata.
           move kl-median(kl-idx) to ws-ed-median.
           move kl-sd(kl-idx) to ws-ed-sd.
           move spaces to dist-report-record.
           string 'KELAS ' delimited by size
               kl-kelas(kl-idx) delimited by size
               '  N=' delimited by size
               ws-ed-n delimited by size
               '  RATA=' delimited by size
               ws-ed-rata delimited by size
               '  MEDIAN=' delimited by size
               ws-ed-median delimited by size
               '  SD=' delimited by size
               ws-ed-sd delimited by size
               into dist-report-record.
           if kl-simpang(kl-idx) = 'Y'
               move '** SIMPANG **' to dist-report-record(70:13)
           end-if.
           write dist-report-record.
           if kl-status-n(kl-idx) > 0
               move kl-status-n(kl-idx) to ws-ed-n
               move spaces to dist-report-record
               string '  CUTI/KELUAR (TIDAK DINILAI) : '
                   delimited by size
                   ws-ed-n delimited by size
                   into dist-report-record
               write dist-report-record
           end-if.
           perform varying hr-idx from 1 by 1
                   until hr-idx > hr-count
               move kl-hit(kl-idx, hr-idx) to ws-ed-n
               move spaces to ws-bintang
               move kl-hit(kl-idx, hr-idx) to ws-bintang-n
               if kl-hit(kl-idx, hr-idx) > 40
                   move 40 to ws-bintang-n
               end-if
               if ws-bintang-n > 0
                   move all '*' to ws-bintang(1:ws-bintang-n)
               end-if
               move spaces to dist-report-record
               string '  ' delimited by size
                   hr-huruf(hr-idx) delimited by size
                   ' ' delimited by size
                   ws-ed-n delimited by size
                   ' ' delimited by size
                   ws-bintang delimited by size
                   into dist-report-record
               write dist-report-record
           end-perform.
           move 0 to ws-pencilan.
           if kl-sd(kl-idx) > 0
               perform varying st-idx from 1 by 1
                       until st-idx > st-count
                   if st-kelas(st-idx) = kl-kelas(kl-idx)
                       perform periksa-pencilan
                   end-if
               end-perform
           end-if.

       periksa-pencilan.
           compute ws-selisih = st-nilai(st-idx) - kl-rata(kl-idx).
           if ws-selisih < 0
               compute ws-selisih = 0 - ws-selisih
           end-if.
           if ws-selisih > 2 * kl-sd(kl-idx)
               add 1 to ws-pencilan
               move st-nilai(st-idx) to ws-ed-nilai
               move spaces to dist-report-record
               string '  PENCILAN ' delimited by size
                   st-npm(st-idx) delimited by size
                   ' NILAI=' delimited by size
                   ws-ed-nilai delimited by size
                   ' ' delimited by size
                   st-huruf(st-idx) delimited by size
                   into dist-report-record
               write dist-report-record
           end-if.

      *> Ten kelas to a block, one column each, so the sections can
      *> be read across a single line per letter.
       tulis-berdampingan.
           move spaces to dist-report-record.
           write dist-report-record.
           move '=== PERBANDINGAN ANTAR KELAS ==='
               to dist-report-record.
           write dist-report-record.
           move ws-semua-n to ws-ed-n.
           move ws-semua-rata to ws-ed-rata.
           move ws-semua-sd to ws-ed-sd.
           move spaces to dist-report-record.
           string 'SEMUA KELAS  N=' delimited by size
               ws-ed-n delimited by size
               '  RATA=' delimited by size
               ws-ed-rata delimited by size
               '  SD=' delimited by size
               ws-ed-sd delimited by size
               into dist-report-record.
           write dist-report-record.
           move 1 to kl-awal.
           perform until kl-awal > kl-count
               compute kl-akhir = kl-awal + 9
               if kl-akhir > kl-count
                   move kl-count to kl-akhir
               end-if
               perform tulis-blok
               compute kl-awal = kl-akhir + 1
           end-perform.

       tulis-blok.
           move spaces to dist-report-record.
           write dist-report-record.
           move 'KELAS' to dist-report-record.
           move 9 to ws-kolom.
           perform varying kl-idx from kl-awal by 1
                   until kl-idx > kl-akhir
               move kl-kelas(kl-idx) to dist-report-record(ws-kolom:5)
               add 10 to ws-kolom
           end-perform.
           write dist-report-record.
           perform varying hr-idx from 1 by 1
                   until hr-idx > hr-count
               move spaces to dist-report-record
               move hr-huruf(hr-idx) to dist-report-record(1:2)
               move 8 to ws-kolom
               perform varying kl-idx from kl-awal by 1
                       until kl-idx > kl-akhir
                   move kl-hit(kl-idx, hr-idx) to ws-ed-n
                   move ws-ed-n to dist-report-record(ws-kolom + 2:4)
                   add 10 to ws-kolom
               end-perform
               write dist-report-record
           end-perform.
           move spaces to dist-report-record.
           move 'N' to dist-report-record(1:1).
           move 8 to ws-kolom.
           perform varying kl-idx from kl-awal by 1
                   until kl-idx > kl-akhir
               move kl-n(kl-idx) to ws-ed-n
               move ws-ed-n to dist-report-record(ws-kolom + 2:4)
               add 10 to ws-kolom
           end-perform.
           write dist-report-record.
           move spaces to dist-report-record.
           move 'RATA' to dist-report-record(1:4).
           move 8 to ws-kolom.
           perform varying kl-idx from kl-awal by 1
                   until kl-idx > kl-akhir
               move kl-rata(kl-idx) to ws-ed-rata
               move ws-ed-rata to dist-report-record(ws-kolom:6)
               add 10 to ws-kolom
           end-perform.
           write dist-report-record.
           move spaces to dist-report-record.
           move 'MEDIAN' to dist-report-record(1:6).
           move 8 to ws-kolom.
           perform varying kl-idx from kl-awal by 1
                   until kl-idx > kl-akhir
               move kl-median(kl-idx) to ws-ed-median
               move ws-ed-median to dist-report-record(ws-kolom:6)
               add 10 to ws-kolom
           end-perform.
           write dist-report-record.
           move spaces to dist-report-record.
           move 'SD' to dist-report-record(1:2).
           move 8 to ws-kolom.
           perform varying kl-idx from kl-awal by 1
                   until kl-idx > kl-akhir
               move kl-sd(kl-idx) to ws-ed-sd
               move ws-ed-sd to dist-report-record(ws-kolom:6)
               add 10 to ws-kolom
           end-perform.
           write dist-report-record.
           move spaces to dist-report-record.
           move 'POSISI' to dist-report-record(1:6).
           move 8 to ws-kolom.
           perform varying kl-idx from kl-awal by 1
                   until kl-idx > kl-akhir
               if kl-simpang(kl-idx) = 'Y'
                   move 'SIMPANG' to dist-report-record(ws-kolom - 1:7)
               else
                   move '     OK' to dist-report-record(ws-kolom - 1:7)
               end-if
               add 10 to ws-kolom
           end-perform.
           write dist-report-record.
