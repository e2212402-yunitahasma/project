      *> Marks the MATRIKS week in the mold of KUISMARK: each
      *> student's submitted result matrices for the three exercises
      *> (addition, multiplication, transpose) are recomputed from
      *> the student's own A and B the way MATRIKS does, compared
      *> element by element, and reported per NPM with the name from
      *> the student master. Answers come in data/MATRIKS-ANSWER.DAT
      *> transcribed by the desk:
      *>   NPM <npm>
      *>   <op> <ordo> <mat> <elemen rapat, baris demi baris>
      *>   ...
      *>   (blank line ends the student)
      *> op T(ambah)/K(ali)/X(transpose) in kolom 1, ordo in kolom 3,
      *> mat A/B (input, 3 digit per elemen) or H (hasil, 7 digit per
      *> elemen) in kolom 5, elements from kolom 7. The ordo is the
      *> one on the assignment schedule (program MATRI) for the
      *> student's kelas when the week has an entry; an exercise done
      *> at another ordo scores nothing. Each exercise counts a third
      *> of the score; LULUS needs all three exactly right.
      *> Output: data/MATRIKS-MARK.DAT report and
      *> data/MATRIKS-SCORE.DAT (NPM + skor 0-100) which GRADECALC
      *> weights as its MATRI component.
       identification division.
       program-id. MTXMARK.
       environment division.
       input-output section.
       file-control.
           select answer-in assign to "data/MATRIKS-ANSWER.DAT"
               organization is line sequential
               file status is ws-in-status.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select mark-report assign to "data/MATRIKS-MARK.DAT"
               organization is line sequential
               file status is ws-rpt-status.
           select score-out assign to "data/MATRIKS-SCORE.DAT"
               organization is line sequential
               file status is ws-sc-status.
       data division.
       file section.
       fd answer-in.
       01 answer-in-record.
           05 ai-op pic x.
           05 filler pic x.
           05 ai-ordo pic x.
           05 filler pic x.
           05 ai-mat pic x.
           05 filler pic x.
           05 ai-elemen pic x(175).
           05 ai-input redefines ai-elemen.
               10 ai-el pic x(3) occurs 25 times.
               10 filler pic x(100).
           05 ai-hasil redefines ai-elemen.
               10 ai-hl pic x(7) occurs 25 times.
       fd student-master.
           copy STUMAST.
       fd mark-report.
       01 mark-report-record pic x(100).
       fd score-out.
       01 score-out-record.
           05 sc-npm pic x(8).
           05 filler pic x.
           05 sc-score pic 9(3).
       working-storage section.
       77  ws-in-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-sc-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-master-ada pic x value 'N'.
       77  ws-cli-arg pic x(20).
       77  ws-minggu pic x(4).
       77  ws-arg-pos pic 99.
       77  ws-asn-kelas pic x(5).
       77  ws-asn-p1 pic 9(4).
       77  ws-asn-p2 pic 9(4).
       77  ws-asn-hasil pic x.
           88 asn-ada value 'Y'.
       copy LABCTL.
      *> One student's submission: slot 1 addition, 2 multiplication,
      *> 3 transpose, each with the inputs and the result as written.
       01  jawab-mhs.
           05 jw-npm pic x(8).
           05 jw-latihan occurs 3 times.
               10 jw-ordo pic 9.
               10 jw-ada-a pic x.
               10 jw-ada-b pic x.
               10 jw-ada-h pic x.
               10 jw-a pic 9(3) occurs 25 times.
               10 jw-b pic 9(3) occurs 25 times.
               10 jw-h pic x(7) occurs 25 times.
       77  ws-ada-jawab pic x value 'N'.
       01  nama-latihan-nilai.
           05 filler pic x(6) value 'TAMBAH'.
           05 filler pic x(6) value 'KALI  '.
           05 filler pic x(6) value 'TRANS '.
       01  nama-latihan-tabel redefines nama-latihan-nilai.
           05 nama-latihan pic x(6) occurs 3 times.
       77  ex pic 9.
       77  n pic 9.
       77  i pic 9.
       77  j pic 9.
       77  k pic 9.
       77  idx-a pic 99.
       77  idx-b pic 99.
       77  idx-c pic 99.
       01  mtx-c.
           02 mc-el pic s9(7) occurs 25 times.
       77  ws-hasil-el pic 9(7).
       77  ws-ordo-jadwal pic 9.
       01  nilai-latihan-tabel.
           05 nl-item occurs 3 times.
               10 ws-benar pic 99.
               10 ws-elemen pic 99.
               10 ws-persen pic 9(3).
               10 ws-catatan pic x(60).
       77  ws-salah-teks pic x(60).
       77  ws-ptr pic 999.
       77  ws-jml-persen pic 9(3).
       77  ws-score pic 9(3).
       77  ws-verdict pic x(6).
       77  ws-dibaca pic 9(4) value 0.
       77  ws-lulus pic 9(4) value 0.
       77  ws-gagal pic 9(4) value 0.
       77  ws-ditolak pic 9(4) value 0.
       77  ws-baris-tolak pic 9(4) value 0.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           perform cari-jadwal-minggu.
           open input answer-in.
           if ws-in-status not = "00"
               display 'FILE data/MATRIKS-ANSWER.DAT TIDAK DITEMUKAN'
               go to selesai
           end-if.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           else
               display 'FILE data/STUMAST.DAT TIDAK DITEMUKAN - '
               display 'NAMA DILAPORKAN TIDAK TERDAFTAR'
           end-if.
           open output mark-report.
           open output score-out.
           move spaces to mark-report-record.
           string '=== PENILAIAN MATRIKS - RUN ' delimited by size
               ws-run-date delimited by size
               ' MINGGU ' delimited by size
               ws-minggu delimited by size
               ' ===' delimited by size
               into mark-report-record.
           write mark-report-record.
           perform proses-jawaban.
           perform tulis-total.
           close answer-in.
           if ws-master-ada = 'Y'
               close student-master
           end-if.
           close mark-report.
           close score-out.
           display 'PENILAIAN SELESAI, LIHAT data/MATRIKS-MARK.DAT'.
           display 'SKOR UNTUK GRADECALC DI data/MATRIKS-SCORE.DAT'.

       selesai.
           stop run.

      *> Week as in GABMARK: MINGGU= argument, else the session
      *> LABWEEK; the schedule itself is looked up per student.
       cari-jadwal-minggu.
           accept ws-cli-arg from command-line.
           move spaces to ws-minggu.
           perform varying ws-arg-pos from 1 by 1
                   until ws-arg-pos > 10
               if ws-cli-arg(ws-arg-pos:7) = 'MINGGU='
                   move ws-cli-arg(ws-arg-pos + 7:4) to ws-minggu
               end-if
           end-perform.
           if ws-minggu = spaces
               accept ws-minggu from environment 'LABWEEK'
                   on exception move spaces to ws-minggu
               end-accept
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
               perform nilai-satu-mhs
           end-if.

       proses-satu-baris.
           if answer-in-record(1:4) = 'NPM '
               if ws-ada-jawab = 'Y'
                   perform nilai-satu-mhs
               end-if
               move answer-in-record(5:8) to jw-npm
               perform varying ex from 1 by 1 until ex > 3
                   move 0 to jw-ordo(ex)
                   move 'N' to jw-ada-a(ex)
                   move 'N' to jw-ada-b(ex)
                   move 'N' to jw-ada-h(ex)
               end-perform
               move 'Y' to ws-ada-jawab
           else
               if answer-in-record = spaces
                   if ws-ada-jawab = 'Y'
                       perform nilai-satu-mhs
                       move 'N' to ws-ada-jawab
                   end-if
               else
                   if ws-ada-jawab = 'Y'
                       perform simpan-matriks
                   end-if
               end-if
           end-if.

      *> A line with an unknown op, ordo or matrix letter is reported
      *> and skipped; the exercise it belonged to then shows as not
      *> complete rather than being marked against a guess.
       simpan-matriks.
           evaluate ai-op
               when 'T' move 1 to ex
               when 'K' move 2 to ex
               when 'X' move 3 to ex
               when other move 0 to ex
           end-evaluate.
           if ex = 0 or ai-ordo not numeric
                   or (ai-mat not = 'A' and ai-mat not = 'B'
                       and ai-mat not = 'H')
               add 1 to ws-baris-tolak
               move spaces to mark-report-record
               string jw-npm delimited by size
                   ' BARIS DILEWATI: [' delimited by size
                   answer-in-record(1:20) delimited by size
                   ']' delimited by size
                   into mark-report-record
               write mark-report-record
               exit paragraph
           end-if.
           move ai-ordo to jw-ordo(ex).
           evaluate ai-mat
               when 'A'
                   move 'Y' to jw-ada-a(ex)
                   perform varying idx-a from 1 by 1 until idx-a > 25
                       if ai-el(idx-a) numeric
                           move ai-el(idx-a) to jw-a(ex, idx-a)
                       else
                           move 0 to jw-a(ex, idx-a)
                       end-if
                   end-perform
               when 'B'
                   move 'Y' to jw-ada-b(ex)
                   perform varying idx-b from 1 by 1 until idx-b > 25
                       if ai-el(idx-b) numeric
                           move ai-el(idx-b) to jw-b(ex, idx-b)
                       else
                           move 0 to jw-b(ex, idx-b)
                       end-if
                   end-perform
               when 'H'
                   move 'Y' to jw-ada-h(ex)
                   perform varying idx-c from 1 by 1 until idx-c > 25
                       move ai-hl(idx-c) to jw-h(ex, idx-c)
                   end-perform
           end-evaluate.

       nilai-satu-mhs.
           add 1 to ws-dibaca.
           if jw-npm not numeric
               add 1 to ws-ditolak
               move spaces to mark-report-record
               string jw-npm delimited by size
                   ' DITOLAK: NPM TIDAK SAH' delimited by size
                   into mark-report-record
               write mark-report-record
               move 'N' to ws-ada-jawab
               exit paragraph
           end-if.
           perform cari-mahasiswa.
           move 0 to ws-jml-persen.
           perform varying ex from 1 by 1 until ex > 3
               perform nilai-latihan
               add ws-persen(ex) to ws-jml-persen
           end-perform.
           compute ws-score = ws-jml-persen / 3.
           if ws-persen(1) = 100 and ws-persen(2) = 100
                   and ws-persen(3) = 100
               add 1 to ws-lulus
               move 'LULUS' to ws-verdict
           else
               add 1 to ws-gagal
               move 'GAGAL' to ws-verdict
           end-if.
           perform tulis-baris-nilai.
           move 'N' to ws-ada-jawab.

      *> Name for the report and kelas for the schedule lookup in one
      *> read; an NPM missing from the master marks against the '*'
      *> entry of the week.
       cari-mahasiswa.
           move 'TIDAK TERDAFTAR' to sm-nama.
           move spaces to ws-asn-kelas.
           if ws-master-ada = 'Y'
               move jw-npm to sm-npm
               read student-master
                   invalid key move 'TIDAK TERDAFTAR' to sm-nama
               end-read
               if ws-sm-status = "00"
                   move sm-kelas to ws-asn-kelas
               else
                   move 'TIDAK TERDAFTAR' to sm-nama
               end-if
           end-if.
           move 0 to ws-ordo-jadwal.
           if ws-minggu not = spaces
               call 'ASNGET' using ws-minggu, ws-asn-kelas, 'MATRI',
                   ws-asn-p1, ws-asn-p2, ws-asn-hasil
               if asn-ada and ws-asn-p1 > 0
                       and ws-asn-p1 <= ctl-maks-matriks
                   move ws-asn-p1 to ws-ordo-jadwal
               end-if
           end-if.

      *> One exercise: complete inputs and result at an allowed ordo
      *> (the scheduled one when there is a schedule), then the
      *> result compared with MATRIKS's computation cell by cell.
       nilai-latihan.
           move 0 to ws-benar(ex).
           move 0 to ws-elemen(ex).
           move 0 to ws-persen(ex).
           move spaces to ws-catatan(ex).
           if jw-ada-h(ex) = 'N' and jw-ada-a(ex) = 'N'
               move 'TIDAK DIKUMPULKAN' to ws-catatan(ex)
               exit paragraph
           end-if.
           if jw-ada-h(ex) = 'N' or jw-ada-a(ex) = 'N'
                   or (ex < 3 and jw-ada-b(ex) = 'N')
               move 'TIDAK LENGKAP (A/B/H HILANG)' to ws-catatan(ex)
               exit paragraph
           end-if.
           move jw-ordo(ex) to n.
           if n = 0 or n > ctl-maks-matriks
               move 'ORDO TIDAK SAH' to ws-catatan(ex)
               exit paragraph
           end-if.
           if ws-ordo-jadwal > 0 and n not = ws-ordo-jadwal
               string 'ORDO ' delimited by size
                   n delimited by size
                   ', JADWAL ' delimited by size
                   ws-ordo-jadwal delimited by size
                   into ws-catatan(ex)
               exit paragraph
           end-if.
           evaluate ex
               when 1 perform hitung-tambah
               when 2 perform hitung-kali
               when 3 perform hitung-transpose
           end-evaluate.
           compute ws-elemen(ex) = n * n.
           move spaces to ws-salah-teks.
           move 1 to ws-ptr.
           perform varying i from 1 by 1 until i > n
               perform varying j from 1 by 1 until j > n
                   compute idx-c = (i - 1) * n + j
                   perform banding-elemen
               end-perform
           end-perform.
           compute ws-persen(ex) = ws-benar(ex) * 100 / ws-elemen(ex).
           if ws-benar(ex) < ws-elemen(ex)
               move ws-salah-teks to ws-catatan(ex)
           end-if.

      *> The result cells are written as seven digits; a blank or
      *> mistyped cell is simply wrong. Wrong cells are listed by
      *> position for the instructor.
       banding-elemen.
           if jw-h(ex, idx-c) numeric
               move jw-h(ex, idx-c) to ws-hasil-el
               if ws-hasil-el = mc-el(idx-c)
                   add 1 to ws-benar(ex)
                   exit paragraph
               end-if
           end-if.
           if ws-ptr < 49
               string 'SALAH [' delimited by size
                   i delimited by size
                   ',' delimited by size
                   j delimited by size
                   '] ' delimited by size
                   into ws-salah-teks
                   with pointer ws-ptr
           end-if.

      *> The three computations exactly as MATRIKS has them.
       hitung-tambah.
           perform varying idx-c from 1 by 1 until idx-c > 25
               compute mc-el(idx-c) = jw-a(ex, idx-c) + jw-b(ex, idx-c)
           end-perform.

       hitung-kali.
           perform varying i from 1 by 1 until i > n
               perform varying j from 1 by 1 until j > n
                   compute idx-c = (i - 1) * n + j
                   move 0 to mc-el(idx-c)
                   perform varying k from 1 by 1 until k > n
                       compute idx-a = (i - 1) * n + k
                       compute idx-b = (k - 1) * n + j
                       compute mc-el(idx-c) = mc-el(idx-c)
                           + jw-a(ex, idx-a) * jw-b(ex, idx-b)
                   end-perform
               end-perform
           end-perform.

       hitung-transpose.
           perform varying i from 1 by 1 until i > n
               perform varying j from 1 by 1 until j > n
                   compute idx-c = (i - 1) * n + j
                   compute idx-a = (j - 1) * n + i
                   move jw-a(ex, idx-a) to mc-el(idx-c)
               end-perform
           end-perform.

       tulis-baris-nilai.
           move spaces to mark-report-record.
           string jw-npm delimited by size
               ' ' delimited by size
               sm-nama delimited by size
               ' T=' delimited by size
               ws-benar(1) delimited by size
               '/' delimited by size
               ws-elemen(1) delimited by size
               ' K=' delimited by size
               ws-benar(2) delimited by size
               '/' delimited by size
               ws-elemen(2) delimited by size
               ' X=' delimited by size
               ws-benar(3) delimited by size
               '/' delimited by size
               ws-elemen(3) delimited by size
               ' SKOR=' delimited by size
               ws-score delimited by size
               ' ' delimited by size
               ws-verdict delimited by size
               into mark-report-record.
           write mark-report-record.
           perform varying ex from 1 by 1 until ex > 3
               if ws-catatan(ex) not = spaces
                   move spaces to mark-report-record
                   string '         ' delimited by size
                       nama-latihan(ex) delimited by size
                       ': ' delimited by size
                       ws-catatan(ex) delimited by size
                       into mark-report-record
                   write mark-report-record
               end-if
           end-perform.
           move spaces to score-out-record.
           move jw-npm to sc-npm.
           move ws-score to sc-score.
           write score-out-record.

       tulis-total.
           move spaces to mark-report-record.
           write mark-report-record.
           move spaces to mark-report-record.
           string 'DIBACA ' delimited by size
               ws-dibaca delimited by size
               ' LULUS ' delimited by size
               ws-lulus delimited by size
               ' GAGAL ' delimited by size
               ws-gagal delimited by size
               ' DITOLAK ' delimited by size
               ws-ditolak delimited by size
               ' BARIS DILEWATI ' delimited by size
               ws-baris-tolak delimited by size
               into mark-report-record.
           write mark-report-record.
