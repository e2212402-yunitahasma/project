      *> Item analysis of the returned KUISA quiz sheets, beside
      *> KUISMARK's per-student score: the same answer file
      *> (data/KUISA-ANSWER.DAT) against the same key
      *> (data/KUISA-KEY.DAT), but counted per item instead of per
      *> student. Every expected row of a sheet is one attempt; a
      *> row missing or not exactly as the key is one error. Error
      *> rates are reported by row position and by the ganjil/genap
      *> multiplier pair the sheet was generated with, per kelas
      *> (from the student master, else the kelas the key was
      *> generated for) and for all kelas together, with the worst
      *> row of each kelas marked. Writes data/KUISA-ITEM.DAT.
       identification division.
       program-id. KUISITEM.
       environment division.
       input-output section.
       file-control.
           select key-file assign to "data/KUISA-KEY.DAT"
               organization is line sequential
               file status is ws-key-status.
           select answer-in assign to "data/KUISA-ANSWER.DAT"
               organization is line sequential
               file status is ws-in-status.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select item-report assign to "data/KUISA-ITEM.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd key-file.
       01 key-record pic x(70).
      *> Sheet header as KUISA's tulis-lembar-kuis writes it:
      *>   NPM <npm>  TINGGI=<nn> GANJIL=<g> GENAP=<e>
       01 key-header-record.
           05 filler pic x(4).
           05 kh-npm pic x(8).
           05 filler pic x(9).
           05 kh-tinggi pic 99.
           05 filler pic x(8).
           05 kh-ganjil pic 9.
           05 filler pic x(7).
           05 kh-genap pic 9.
           05 filler pic x(30).
       fd answer-in.
       01 answer-in-record pic x(70).
       fd student-master.
           copy STUMAST.
       fd item-report.
       01 item-report-record pic x(100).
       working-storage section.
       77  ws-key-status pic xx.
       77  ws-in-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-master-ada pic x value 'N'.
       77  ws-kunci-kelas pic x(5) value spaces.
       01  kunci-tabel.
           02 kt-item occurs 300 times indexed by kt-idx.
               03 kt-npm pic x(8).
               03 kt-tinggi pic 99.
               03 kt-ganjil pic 9.
               03 kt-genap pic 9.
               03 kt-baris pic x(60) occurs 10 times.
       77  kt-count pic 9(3) value 0.
       77  kt-penuh pic x value 'N'.
       77  kt-baris-idx pic 99.
       77  ws-dalam-kunci pic x value 'N'.
       01  jawab-mhs.
           05 jw-npm pic x(8).
           05 jw-baris pic x(60) occurs 10 times.
       77  jw-count pic 99 value 0.
       77  ws-ada-jawab pic x value 'N'.
       77  ws-ketemu pic x.
       77  ws-pakai pic 9(3).
       77  ws-idx pic 99.
      *> Multiplier pairs met in the key, in order of first sight.
       01  pasang-tabel.
           02 ps-item occurs 20 times.
               03 ps-ganjil pic 9.
               03 ps-genap pic 9.
       77  ps-count pic 99 value 0.
       77  ps-idx pic 99.
       77  ws-ps-pakai pic 99.
      *> Slot 1 is all kelas together; each kelas after it.
       01  kelas-tabel.
           02 kl-item occurs 51 times indexed by kl-idx.
               03 kl-kelas pic x(5).
               03 kl-lembar pic 9(4).
               03 kl-baris-stat occurs 10 times.
                   04 kl-baris-coba pic 9(5).
                   04 kl-baris-salah pic 9(5).
               03 kl-pasang-stat occurs 20 times.
                   04 kl-ps-lembar pic 9(4).
                   04 kl-ps-coba pic 9(5).
                   04 kl-ps-salah pic 9(5).
       77  kl-count pic 99 value 1.
       77  ws-kl-pakai pic 99.
       77  ws-persen pic 9(3)v9.
       77  ws-persen-ed pic zz9.9.
       77  ws-persen-max pic 9(3)v9.
       77  ws-baris-max pic 99.
       77  ws-ed-coba pic zzzz9.
       77  ws-ed-salah pic zzzz9.
       77  ws-ed-lembar pic zzz9.
       77  ws-dibaca pic 9(4) value 0.
       77  ws-dianalisis pic 9(4) value 0.
       77  ws-ditolak pic 9(4) value 0.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           initialize kelas-tabel.
           move 'SEMUA' to kl-kelas(1).
           perform muat-kunci.
           if kt-count = 0
               display 'data/KUISA-KEY.DAT KOSONG/TIDAK ADA'
               display 'GENERATE KUIS DI KUISA TERLEBIH DAHULU'
               go to selesai
           end-if.
           open input answer-in.
           if ws-in-status not = "00"
               display 'FILE data/KUISA-ANSWER.DAT TIDAK DITEMUKAN'
               go to selesai
           end-if.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           end-if.
           perform proses-jawaban.
           close answer-in.
           if ws-master-ada = 'Y'
               close student-master
           end-if.
           open output item-report.
           perform tulis-laporan.
           close item-report.
           display 'LEMBAR DIANALISIS : ' ws-dianalisis.
           display 'LIHAT data/KUISA-ITEM.DAT'.

       selesai.
           stop run.

      *> Same reading of the key as KUISMARK, keeping the sheet's
      *> multiplier pair from its header as well.
       muat-kunci.
           open input key-file.
           if ws-key-status = "00"
               move 'N' to ws-dalam-kunci
               move 'N' to eof-flag
               perform until habis
                   read key-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       perform muat-satu-baris-kunci
                   end-if
               end-perform
               close key-file
           end-if.

       muat-satu-baris-kunci.
           if key-record(1:20) = 'KUNCI JAWABAN KELAS '
               move key-record(21:5) to ws-kunci-kelas
               exit paragraph
           end-if.
           if key-record(1:4) = 'NPM '
               if kt-count < 300
                   add 1 to kt-count
                   set kt-idx to kt-count
                   move kh-npm to kt-npm(kt-idx)
                   move 0 to kt-tinggi(kt-idx)
                   move kh-ganjil to kt-ganjil(kt-idx)
                   move kh-genap to kt-genap(kt-idx)
                   perform varying kt-baris-idx from 1 by 1
                           until kt-baris-idx > 10
                       move spaces to
                           kt-baris(kt-idx, kt-baris-idx)
                   end-perform
                   move 'Y' to ws-dalam-kunci
               else
                   move 'Y' to kt-penuh
                   move 'N' to ws-dalam-kunci
               end-if
           else
               if key-record = spaces
                   move 'N' to ws-dalam-kunci
               else
                   if ws-dalam-kunci = 'Y'
                           and key-record(1:4) not = '===='
                           and kt-tinggi(kt-idx) < 10
                       add 1 to kt-tinggi(kt-idx)
                       move kt-tinggi(kt-idx) to kt-baris-idx
                       move key-record(1:60)
                           to kt-baris(kt-idx, kt-baris-idx)
                   end-if
               end-if
           end-if.

       proses-jawaban.
           move 'N' to ws-ada-jawab.
           move 'N' to eof-flag.
           perform until habis
               read answer-in
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   perform proses-satu-baris
               end-if
           end-perform.
           if ws-ada-jawab = 'Y'
               perform analisis-satu-mhs
           end-if.

       proses-satu-baris.
           if answer-in-record(1:4) = 'NPM '
               if ws-ada-jawab = 'Y'
                   perform analisis-satu-mhs
               end-if
               move answer-in-record(5:8) to jw-npm
               move 0 to jw-count
               perform varying ws-idx from 1 by 1 until ws-idx > 10
                   move spaces to jw-baris(ws-idx)
               end-perform
               move 'Y' to ws-ada-jawab
           else
               if answer-in-record = spaces
                   if ws-ada-jawab = 'Y'
                       perform analisis-satu-mhs
                       move 'N' to ws-ada-jawab
                   end-if
               else
                   if ws-ada-jawab = 'Y' and jw-count < 10
                       add 1 to jw-count
                       move answer-in-record(1:60)
                           to jw-baris(jw-count)
                   end-if
               end-if
           end-if.

       analisis-satu-mhs.
           add 1 to ws-dibaca.
           move 'N' to ws-ada-jawab.
           move 'N' to ws-ketemu.
           perform varying ws-pakai from 1 by 1
                   until ws-pakai > kt-count or ws-ketemu = 'Y'
               if kt-npm(ws-pakai) = jw-npm
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'N'
               add 1 to ws-ditolak
               exit paragraph
           end-if.
           subtract 1 from ws-pakai.
           set kt-idx to ws-pakai.
           add 1 to ws-dianalisis.
           perform cari-kelas.
           perform cari-pasang.
           add 1 to kl-lembar(1).
           add 1 to kl-lembar(ws-kl-pakai).
           if ws-ps-pakai > 0
               add 1 to kl-ps-lembar(1, ws-ps-pakai)
               add 1 to kl-ps-lembar(ws-kl-pakai, ws-ps-pakai)
           end-if.
           perform varying ws-idx from 1 by 1
                   until ws-idx > kt-tinggi(kt-idx)
               set kl-idx to 1
               perform catat-baris
               set kl-idx to ws-kl-pakai
               perform catat-baris
           end-perform.

       catat-baris.
           add 1 to kl-baris-coba(kl-idx, ws-idx).
           if ws-ps-pakai > 0
               add 1 to kl-ps-coba(kl-idx, ws-ps-pakai)
           end-if.
           if ws-idx > jw-count
                   or jw-baris(ws-idx) not = kt-baris(kt-idx, ws-idx)
               add 1 to kl-baris-salah(kl-idx, ws-idx)
               if ws-ps-pakai > 0
                   add 1 to kl-ps-salah(kl-idx, ws-ps-pakai)
               end-if
           end-if.

      *> The kelas on the master wins; a sheet for an NPM the master
      *> does not know counts under the kelas the key was made for.
       cari-kelas.
           move ws-kunci-kelas to sm-kelas.
           if ws-master-ada = 'Y'
               move jw-npm to sm-npm
               read student-master
                   invalid key move ws-kunci-kelas to sm-kelas
               end-read
               if ws-sm-status not = "00"
                   move ws-kunci-kelas to sm-kelas
               end-if
           end-if.
           move 0 to ws-kl-pakai.
           perform varying ws-idx from 2 by 1
                   until ws-idx > kl-count
               if kl-kelas(ws-idx) = sm-kelas
                   move ws-idx to ws-kl-pakai
               end-if
           end-perform.
           if ws-kl-pakai = 0
               if kl-count < 51
                   add 1 to kl-count
                   move sm-kelas to kl-kelas(kl-count)
                   move kl-count to ws-kl-pakai
               else
                   move 51 to ws-kl-pakai
               end-if
           end-if.

       cari-pasang.
           move 0 to ws-ps-pakai.
           perform varying ps-idx from 1 by 1
                   until ps-idx > ps-count
               if ps-ganjil(ps-idx) = kt-ganjil(kt-idx)
                       and ps-genap(ps-idx) = kt-genap(kt-idx)
                   move ps-idx to ws-ps-pakai
               end-if
           end-perform.
           if ws-ps-pakai = 0 and ps-count < 20
               add 1 to ps-count
               move kt-ganjil(kt-idx) to ps-ganjil(ps-count)
               move kt-genap(kt-idx) to ps-genap(ps-count)
               move ps-count to ws-ps-pakai
           end-if.

       tulis-laporan.
           move spaces to item-report-record.
           string '=== ANALISIS BUTIR KUIS KUISA - RUN '
               delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into item-report-record.
           write item-report-record.
           move spaces to item-report-record.
           string 'DIBACA ' delimited by size
               ws-dibaca delimited by size
               ' DIANALISIS ' delimited by size
               ws-dianalisis delimited by size
               ' TANPA KUNCI ' delimited by size
               ws-ditolak delimited by size
               into item-report-record.
           write item-report-record.
           if kt-penuh = 'Y'
               move 'PERHATIAN: TABEL KUNCI PENUH (300 LEMBAR)'
                   to item-report-record
               write item-report-record
           end-if.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               if kl-lembar(kl-idx) > 0
                   perform tulis-satu-kelas
               end-if
           end-perform.

       tulis-satu-kelas.
           move spaces to item-report-record.
           write item-report-record.
           move kl-lembar(kl-idx) to ws-ed-lembar.
           move spaces to item-report-record.
           if kl-idx = 1
               string 'SEMUA KELAS  LEMBAR=' delimited by size
                   ws-ed-lembar delimited by size
                   into item-report-record
           else
               string 'KELAS ' delimited by size
                   kl-kelas(kl-idx) delimited by size
                   '  LEMBAR=' delimited by size
                   ws-ed-lembar delimited by size
                   into item-report-record
           end-if.
           write item-report-record.
           move '  PER POSISI BARIS   COBA  SALAH  %SALAH'
               to item-report-record.
           write item-report-record.
           move 0 to ws-persen-max.
           move 0 to ws-baris-max.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
               if kl-baris-coba(kl-idx, ws-idx) > 0
                   compute ws-persen rounded =
                       kl-baris-salah(kl-idx, ws-idx) * 100
                       / kl-baris-coba(kl-idx, ws-idx)
                   if ws-persen > ws-persen-max
                       move ws-persen to ws-persen-max
                       move ws-idx to ws-baris-max
                   end-if
               end-if
           end-perform.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
               if kl-baris-coba(kl-idx, ws-idx) > 0
                   perform tulis-baris-posisi
               end-if
           end-perform.
           move '  PER PASANGAN PENGALI   LEMBAR   COBA  SALAH  %SALAH'
               to item-report-record.
           write item-report-record.
           perform varying ps-idx from 1 by 1
                   until ps-idx > ps-count
               if kl-ps-lembar(kl-idx, ps-idx) > 0
                   perform tulis-baris-pasang
               end-if
           end-perform.

       tulis-baris-posisi.
           compute ws-persen rounded =
               kl-baris-salah(kl-idx, ws-idx) * 100
               / kl-baris-coba(kl-idx, ws-idx).
           move ws-persen to ws-persen-ed.
           move kl-baris-coba(kl-idx, ws-idx) to ws-ed-coba.
           move kl-baris-salah(kl-idx, ws-idx) to ws-ed-salah.
           move spaces to item-report-record.
           string '    BARIS ' delimited by size
               ws-idx delimited by size
               '        ' delimited by size
               ws-ed-coba delimited by size
               '  ' delimited by size
               ws-ed-salah delimited by size
               '   ' delimited by size
               ws-persen-ed delimited by size
               into item-report-record.
           if ws-idx = ws-baris-max
               move '<< TERSULIT' to item-report-record(45:11)
           end-if.
           write item-report-record.

       tulis-baris-pasang.
           move 0 to ws-persen.
           if kl-ps-coba(kl-idx, ps-idx) > 0
               compute ws-persen rounded =
                   kl-ps-salah(kl-idx, ps-idx) * 100
                   / kl-ps-coba(kl-idx, ps-idx)
           end-if.
           move ws-persen to ws-persen-ed.
           move kl-ps-lembar(kl-idx, ps-idx) to ws-ed-lembar.
           move kl-ps-coba(kl-idx, ps-idx) to ws-ed-coba.
           move kl-ps-salah(kl-idx, ps-idx) to ws-ed-salah.
           move spaces to item-report-record.
           string '    GANJIL=' delimited by size
               ps-ganjil(ps-idx) delimited by size
               ' GENAP=' delimited by size
               ps-genap(ps-idx) delimited by size
               '       ' delimited by size
               ws-ed-lembar delimited by size
               '  ' delimited by size
               ws-ed-coba delimited by size
               '  ' delimited by size
               ws-ed-salah delimited by size
               '   ' delimited by size
               ws-persen-ed delimited by size
               into item-report-record.
           write item-report-record.
