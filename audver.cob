      *> Independent recomputation of the audit trail. AUDCTL proves
      *> no record was lost or added; this proves the results are
      *> right. Every record that stands (not a reversing 'B' record,
      *> not one KORGET reports reversed) is worked out again from
      *> AUD-SHAPE, AUD-IN1/2/3 and AUD-UNIT with its own copy of the
      *> formulas, and compared with AUD-OHASIL:
      *>   luas/keliling/volume - the dimensions as recorded (they
      *>       are already in AUD-UNIT), within 0.01: T2202 truncates
      *>       to two places, nothing more
      *>   KMP - the component digits of AUD-IN1/AUD-IN2 decoded and
      *>       checked, each component worked out from its line in
      *>       data/T2202-KOMP.DAT (T2KOMP), within 0.01 per part; a
      *>       figure written before component lines were kept is
      *>       checked on its digits only and counted apart
      *>   PLG - area by the shoelace sum and perimeter (AUD-IN2)
      *>       from the vertex line in data/T2202-POLI.DAT, within
      *>       0.01 per vertex on the perimeter
      *>   an AUDKOR replacement ('G') of a KMP or PLG entry is
      *>       checked against the lines of the entry it replaces
      *> Exam ('U') records are checked too: their AUD-OHASIL is the
      *> key the answer was marked against. Mismatches are listed in
      *> data/AUDIT-RECOMP-REPORT.DAT and counted by shape, lab week
      *> and station. Any mismatch not already released writes 'BAD'
      *> to data/AUDIT-RECOMP.FLAG and the list to
      *> data/AUDIT-RECOMP-TAHAN.DAT; GRADEEXT will not build the
      *> grade feed until a senior operator has looked at it and run
      *> LEPAS, which moves the held records to the released list
      *> data/AUDIT-RECOMP-LEPAS.DAT (so they are not held again,
      *> short of an AUDKOR correction) and sets the flag to 'LPS'.
      *> USAGE: bin/audver          (LABBATCH job HTULG)
      *>        bin/audver LEPAS    senior operator (LABOPR) only
       identification division.
       program-id. AUDVER.
       environment division.
       input-output section.
       file-control.
           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
           select poli-file assign to "data/T2202-POLI.DAT"
               organization is line sequential
               file status is ws-plf-status.
           select komp-file assign to "data/T2202-KOMP.DAT"
               organization is line sequential
               file status is ws-kpf-status.
           select recomp-report assign to "data/AUDIT-RECOMP-REPORT.DAT"
               organization is line sequential
               file status is ws-rpt-status.
           select recomp-flag assign to "data/AUDIT-RECOMP.FLAG"
               organization is line sequential
               file status is ws-flg-status.
           select tahan-file assign to "data/AUDIT-RECOMP-TAHAN.DAT"
               organization is line sequential
               file status is ws-thn-status.
           select lepas-file assign to "data/AUDIT-RECOMP-LEPAS.DAT"
               organization is line sequential
               file status is ws-lps-status.
       data division.
       file section.
       fd audit-file.
           copy T2AUDIT.
       fd poli-file.
           copy T2POLI.
       fd komp-file.
           copy T2KOMP.
       fd recomp-report.
       01 recomp-report-record pic x(80).
       fd recomp-flag.
       01 recomp-flag-record.
           05 rf-status pic x(3).
           05 rf-date pic x(8).
           05 filler pic x.
           05 rf-operator pic x(10).
       fd tahan-file.
       01 tahan-record.
           05 th-npm pic x(8).
           05 filler pic x.
           05 th-timestamp pic x(14).
           05 filler pic x.
           05 th-shape pic x(3).
           05 filler pic x.
           05 th-baris pic 9(7).
       fd lepas-file.
       01 lepas-record.
           05 lr-npm pic x(8).
           05 filler pic x.
           05 lr-timestamp pic x(14).
           05 filler pic x.
           05 lr-shape pic x(3).
           05 filler pic x.
           05 lr-date pic x(8).
           05 filler pic x.
           05 lr-operator pic x(10).
       working-storage section.
       77  ws-aud-status pic xx.
       77  ws-plf-status pic xx.
       77  ws-kpf-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-flg-status pic xx.
       77  ws-thn-status pic xx.
       77  ws-lps-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(10).
       77  ws-operator pic x(10).
       77  ws-opr-level-perlu pic 9.
       77  ws-opr-hasil pic x.
           88 operator-sah value 'Y'.
       77  ws-sec-program pic x(10) value 'AUDVER'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
       77  ws-kor-hasil pic x.
       77  ws-batal-npm pic x(8) value spaces.
       77  ws-batal-ref pic x(14) value spaces.
       77  ws-asal-npm pic x(8).
       77  ws-asal-ts pic x(14).
       77  ws-line-num pic 9(7) value 0.
       77  ws-diperiksa pic 9(7) value 0.
       77  ws-dilewati pic 9(7) value 0.
       77  ws-selisih pic 9(5) value 0.
       77  ws-dilepas pic 9(5) value 0.
       77  ws-tanpa-rinci pic 9(5) value 0.
       77  ws-ditahan pic 9(5) value 0.
      *> Result of one record: the recomputed value, how far it may
      *> stand from AUD-OHASIL, and the reason when it cannot be
      *> worked out at all.
       77  ws-hitung pic s9(16)v9(6).
       77  ws-bagian pic s9(16)v9(6).
       77  ws-keliling pic s9(16)v9(6).
       77  ws-beda pic s9(16)v9(6).
       77  ws-toleransi pic 9(3)v99.
       77  ws-alasan pic x(30).
       77  ws-cocok pic x.
       77  ws-catat-ed pic zzzz9.99.
       77  ws-hitung-ed pic -(9)9.99.
      *> KMP component list decoded from the audit record's digits.
       01  ws-kode-shape pic 9(5).
       01  ws-kode-shape-r redefines ws-kode-shape.
           05 ws-ks-digit pic 9 occurs 5 times.
       01  ws-kode-op pic 9(5).
       01  ws-kode-op-r redefines ws-kode-op.
           05 ws-ko-digit pic 9 occurs 5 times.
       77  ws-kmp-jumlah pic 9.
       77  ws-kmp-awal pic 9.
       77  ws-kmp-shape pic x(3).
       77  ws-kmp-op pic x.
       77  ws-ada pic x.
       77  ws-i pic 99.
       77  ws-j pic 99.
       77  ws-k pic 99.
       77  ws-dx pic s9(6)v99.
       77  ws-dy pic s9(6)v99.
       01  kmp-kode-tabel.
           05 filler pic x(15) value 'LINSEGPPJTRPSQR'.
       01  kmp-kode-r redefines kmp-kode-tabel.
           05 kk-shape pic x(3) occurs 5 times.
      *> Mismatch counts by shape; the sixteenth line takes any
      *> shape code the trail should never hold.
       01  shape-kode-tabel.
           05 filler pic x(24) value 'LINSEGPPJTRPSQRKLNKSGKPP'.
           05 filler pic x(24) value 'KTRKPSVKBVBLVTBKMPPLG???'.
       01  shape-kode-r redefines shape-kode-tabel.
           05 sk-shape pic x(3) occurs 16 times.
       01  shape-hitung-tabel.
           05 sh-item occurs 16 times indexed by sh-idx.
               10 sh-periksa pic 9(7).
               10 sh-selisih pic 9(5).
       01  minggu-tabel.
           05 mg-item occurs 60 times indexed by mg-idx.
               10 mg-week pic x(4).
               10 mg-selisih pic 9(5).
       77  mg-count pic 99 value 0.
       01  stasiun-tabel.
           05 st-item occurs 100 times indexed by st-idx.
               10 st-station pic x(4).
               10 st-selisih pic 9(5).
       77  st-count pic 999 value 0.
      *> Mismatches a senior operator has already released.
       01  lepas-tabel.
           05 lp-item occurs 2000 times indexed by lp-idx.
               10 lp-npm pic x(8).
               10 lp-timestamp pic x(14).
               10 lp-shape pic x(3).
       77  lp-count pic 9(4) value 0.
      *> Every replacement seen so far, with the original entry it
      *> stands for, so a replacement of a replacement still finds
      *> the first entry's vertex or component line.
       01  ganti-tabel.
           05 gt-item occurs 2000 times indexed by gt-idx.
               10 gt-npm pic x(8).
               10 gt-timestamp pic x(14).
               10 gt-asal-npm pic x(8).
               10 gt-asal-ts pic x(14).
       77  gt-count pic 9(4) value 0.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       01  cari-eof-flag pic x value 'N'.
           88 ada-lagi-cari value 'N'.
           88 habis-cari value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           if ws-cli-arg(1:5) = 'LEPAS'
               perform lepas-tahanan
           else
               perform periksa-hasil
           end-if.

       selesai.
           stop run.

       periksa-hasil.
           perform muat-lepas.
           initialize shape-hitung-tabel.
           open output recomp-report.
           open output tahan-file.
           move spaces to recomp-report-record.
           string '=== HITUNG ULANG AUDIT - RUN ' delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into recomp-report-record.
           write recomp-report-record.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       add 1 to ws-line-num
                       if aud-npm(1:3) not = 'CTL'
                           perform periksa-record
                       end-if
                   end-if
               end-perform
               close audit-file
           else
               move 'AUDIT FILE TIDAK DITEMUKAN - DIANGGAP KOSONG'
                   to recomp-report-record
               write recomp-report-record
           end-if.
           perform tulis-ringkasan.
           close tahan-file.
           close recomp-report.
           open output recomp-flag.
           move spaces to recomp-flag-record.
           if ws-ditahan = 0
               move 'OK ' to rf-status
           else
               move 'BAD' to rf-status
           end-if.
           move ws-run-date to rf-date.
           write recomp-flag-record.
           close recomp-flag.
           display 'HITUNG ULANG SELESAI, SELISIH=' ws-selisih
               ' DITAHAN=' ws-ditahan.

      *> Records that do not stand are left out exactly as the
      *> grading side leaves them out. The vertex and component lines
      *> were written under the original entry's NPM and timestamp;
      *> a replacement carries the original's timestamp in
      *> AUD-KOR-REF and follows its reversing record, which still
      *> holds the original's NPM.
       periksa-record.
           if aud-batal
               move aud-npm to ws-batal-npm
               move aud-kor-ref to ws-batal-ref
               add 1 to ws-dilewati
               exit paragraph
           end-if.
           move aud-npm to ws-asal-npm.
           move aud-timestamp to ws-asal-ts.
           if aud-ganti
               perform cari-asal-ganti
           end-if.
           move 'N' to ws-kor-hasil.
           call 'KORGET' using aud-npm, aud-timestamp, ws-kor-hasil.
           if ws-kor-hasil = 'Y'
               add 1 to ws-dilewati
               exit paragraph
           end-if.
           add 1 to ws-diperiksa.
           set sh-idx to 16.
           perform varying ws-i from 1 by 1 until ws-i > 15
               if sk-shape(ws-i) = aud-shape
                   set sh-idx to ws-i
               end-if
           end-perform.
           add 1 to sh-periksa(sh-idx).
           move 'Y' to ws-cocok.
           move spaces to ws-alasan.
           move 0 to ws-hitung.
           move 0.01 to ws-toleransi.
           if aud-in1 not numeric or aud-in2 not numeric
                   or aud-in3 not numeric or aud-ohasil not numeric
               move 'N' to ws-cocok
               move 'RECORD TIDAK NUMERIK' to ws-alasan
           else
               if aud-unit not = 'MM' and aud-unit not = 'CM'
                       and aud-unit not = 'M '
                   move 'N' to ws-cocok
                   move 'SATUAN TIDAK SAH' to ws-alasan
               else
                   evaluate aud-shape
                       when 'KMP'
                           perform hitung-kmp
                       when 'PLG'
                           perform hitung-plg
                       when other
                           perform hitung-tunggal
                   end-evaluate
               end-if
           end-if.
           if ws-cocok = 'Y' and ws-alasan = spaces
               compute ws-beda = ws-hitung - aud-ohasil
               if ws-beda < 0
                   compute ws-beda = 0 - ws-beda
               end-if
               if ws-beda > ws-toleransi
                   move 'N' to ws-cocok
               end-if
           end-if.
           if ws-cocok = 'N'
               perform catat-selisih
           end-if.

      *> One shape, the dimensions as recorded.
       hitung-tunggal.
           evaluate aud-shape
               when 'LIN'
                   compute ws-hitung = 3.14 * aud-in1 * aud-in1
               when 'SEG'
                   compute ws-hitung = aud-in1 * aud-in2 / 2
               when 'PPJ'
                   compute ws-hitung = aud-in1 * aud-in2
               when 'TRP'
                   compute ws-hitung = (aud-in1 + aud-in2) * aud-in3 / 2
               when 'SQR'
                   compute ws-hitung = aud-in1 * aud-in1
               when 'KLN'
                   compute ws-hitung = 2 * 3.14 * aud-in1
               when 'KSG'
                   compute ws-hitung = aud-in1 + aud-in2 + aud-in3
               when 'KPP'
                   compute ws-hitung = 2 * (aud-in1 + aud-in2)
               when 'KTR'
                   compute ws-hitung =
                       aud-in1 + aud-in2 + (2 * aud-in3)
               when 'KPS'
                   compute ws-hitung = 4 * aud-in1
               when 'VKB'
                   compute ws-hitung = aud-in1 * aud-in1 * aud-in1
               when 'VBL'
                   compute ws-hitung = aud-in1 * aud-in2 * aud-in3
               when 'VTB'
                   compute ws-hitung =
                       3.14 * aud-in1 * aud-in1 * aud-in2
               when other
                   move 'N' to ws-cocok
                   move 'SHAPE TIDAK DIKENAL' to ws-alasan
           end-evaluate.

      *> The shape digits must be 1-5 and the operation digits 1-2,
      *> one of each per component, with no fraction and no IN3.
       hitung-kmp.
           move aud-in1 to ws-kode-shape.
           move aud-in2 to ws-kode-op.
           if ws-kode-shape not = aud-in1 or ws-kode-op not = aud-in2
                   or aud-in3 not = 0 or ws-kode-shape = 0
               move 'N' to ws-cocok
               move 'KODE KOMPONEN TIDAK SAH' to ws-alasan
               exit paragraph
           end-if.
           move 0 to ws-kmp-awal.
           perform varying ws-i from 1 by 1 until ws-i > 5
               if ws-kmp-awal = 0 and ws-ks-digit(ws-i) not = 0
                   move ws-i to ws-kmp-awal
               end-if
           end-perform.
           compute ws-kmp-jumlah = 6 - ws-kmp-awal.
           perform varying ws-i from ws-kmp-awal by 1 until ws-i > 5
               if ws-ks-digit(ws-i) < 1 or ws-ks-digit(ws-i) > 5
                       or ws-ko-digit(ws-i) < 1
                       or ws-ko-digit(ws-i) > 2
                   move 'N' to ws-cocok
                   move 'KODE KOMPONEN TIDAK SAH' to ws-alasan
               end-if
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i >= ws-kmp-awal
               if ws-ko-digit(ws-i) not = 0
                   move 'N' to ws-cocok
                   move 'KODE KOMPONEN TIDAK SAH' to ws-alasan
               end-if
           end-perform.
           if ws-cocok = 'N'
               exit paragraph
           end-if.
           perform cari-komponen.
           if ws-ada = 'N'
               add 1 to ws-tanpa-rinci
               move 'RINCIAN TIDAK ADA' to ws-alasan
               exit paragraph
           end-if.
           compute ws-toleransi = 0.01 * ws-kmp-jumlah.
           move 0 to ws-hitung.
           move 0 to ws-j.
           perform varying ws-i from ws-kmp-awal by 1 until ws-i > 5
               add 1 to ws-j
               move kk-shape(ws-ks-digit(ws-i)) to ws-kmp-shape
               if ws-ko-digit(ws-i) = 2
                   move '-' to ws-kmp-op
               else
                   move '+' to ws-kmp-op
               end-if
               if kp-shape(ws-j) not = ws-kmp-shape
                       or kp-op(ws-j) not = ws-kmp-op
                       or kp-in1(ws-j) not numeric
                       or kp-in2(ws-j) not numeric
                       or kp-in3(ws-j) not numeric
                   move 'N' to ws-cocok
                   move 'RINCIAN KMP TIDAK COCOK' to ws-alasan
               else
                   perform hitung-bagian-kmp
                   if ws-kmp-op = '-'
                       subtract ws-bagian from ws-hitung
                   else
                       add ws-bagian to ws-hitung
                   end-if
               end-if
           end-perform.

       hitung-bagian-kmp.
           evaluate ws-kmp-shape
               when 'LIN'
                   compute ws-bagian =
                       3.14 * kp-in1(ws-j) * kp-in1(ws-j)
               when 'SEG'
                   compute ws-bagian = kp-in1(ws-j) * kp-in2(ws-j) / 2
               when 'PPJ'
                   compute ws-bagian = kp-in1(ws-j) * kp-in2(ws-j)
               when 'TRP'
                   compute ws-bagian =
                       (kp-in1(ws-j) + kp-in2(ws-j)) * kp-in3(ws-j) / 2
               when 'SQR'
                   compute ws-bagian = kp-in1(ws-j) * kp-in1(ws-j)
           end-evaluate.

      *> A replacement's original is the record its reversing record
      *> voided; when that was itself a replacement, its own original
      *> is taken instead. Past the table's size a chain is not
      *> followed and the record is held as a mismatch to be looked
      *> at, never passed unchecked.
       cari-asal-ganti.
           move aud-kor-ref to ws-asal-ts.
           if ws-batal-ref = aud-kor-ref
               move ws-batal-npm to ws-asal-npm
           end-if.
           perform varying gt-idx from 1 by 1 until gt-idx > gt-count
               if gt-npm(gt-idx) = ws-asal-npm
                       and gt-timestamp(gt-idx) = ws-asal-ts
                   move gt-asal-npm(gt-idx) to ws-asal-npm
                   move gt-asal-ts(gt-idx) to ws-asal-ts
                   set gt-idx to gt-count
               end-if
           end-perform.
           if gt-count < 2000
               add 1 to gt-count
               move aud-npm to gt-npm(gt-count)
               move aud-timestamp to gt-timestamp(gt-count)
               move ws-asal-npm to gt-asal-npm(gt-count)
               move ws-asal-ts to gt-asal-ts(gt-count)
           end-if.

      *> The figure's component line: same NPM, timestamp (those of
      *> the original entry) and number of components.
       cari-komponen.
           move 'N' to ws-ada.
           open input komp-file.
           if ws-kpf-status = "00"
               move 'N' to cari-eof-flag
               perform until habis-cari or ws-ada = 'Y'
                   read komp-file
                       at end move 'Y' to cari-eof-flag
                   end-read
                   if ada-lagi-cari
                       if kp-npm = ws-asal-npm
                               and kp-timestamp = ws-asal-ts
                               and kp-jumlah = ws-kmp-jumlah
                           move 'Y' to ws-ada
                       end-if
                   end-if
               end-perform
               close komp-file
           end-if.

      *> Vertex count 3-12 in AUD-IN1, the vertices from their line,
      *> the area against AUD-OHASIL and the perimeter against AUD-IN2.
       hitung-plg.
           if aud-in1 < 3 or aud-in1 > 12 or aud-in3 not = 0
               move 'N' to ws-cocok
               move 'JUMLAH TITIK TIDAK SAH' to ws-alasan
               exit paragraph
           end-if.
           move 'N' to ws-ada.
           open input poli-file.
           if ws-plf-status = "00"
               move 'N' to cari-eof-flag
               perform until habis-cari or ws-ada = 'Y'
                   read poli-file
                       at end move 'Y' to cari-eof-flag
                   end-read
                   if ada-lagi-cari
                       if pl-npm = ws-asal-npm
                               and pl-timestamp = ws-asal-ts
                               and pl-jumlah = aud-in1
                           move 'Y' to ws-ada
                       end-if
                   end-if
               end-perform
               close poli-file
           end-if.
           if ws-ada = 'N'
               move 'N' to ws-cocok
               move 'TITIK POLIGON TIDAK ADA' to ws-alasan
               exit paragraph
           end-if.
           move 0 to ws-hitung.
           move 0 to ws-keliling.
           perform varying ws-i from 1 by 1 until ws-i > pl-jumlah
               if ws-i = pl-jumlah
                   move 1 to ws-k
               else
                   compute ws-k = ws-i + 1
               end-if
               compute ws-hitung = ws-hitung
                   + pl-x(ws-i) * pl-y(ws-k)
                   - pl-x(ws-k) * pl-y(ws-i)
               compute ws-dx = pl-x(ws-k) - pl-x(ws-i)
               compute ws-dy = pl-y(ws-k) - pl-y(ws-i)
               compute ws-bagian = (ws-dx * ws-dx + ws-dy * ws-dy)
                   ** 0.5
               add ws-bagian to ws-keliling
           end-perform.
           if ws-hitung < 0
               compute ws-hitung = 0 - ws-hitung
           end-if.
           compute ws-hitung = ws-hitung / 2.
           compute ws-beda = ws-keliling - aud-in2.
           if ws-beda < 0
               compute ws-beda = 0 - ws-beda
           end-if.
           if ws-beda > 0.01 * pl-jumlah
               move 'N' to ws-cocok
               move 'KELILING (IN2) TIDAK COCOK' to ws-alasan
           end-if.

      *> A mismatch already released is counted, not held again.
       catat-selisih.
           move 'N' to ws-ada.
           perform varying lp-idx from 1 by 1
                   until lp-idx > lp-count or ws-ada = 'Y'
               if lp-npm(lp-idx) = aud-npm
                       and lp-timestamp(lp-idx) = aud-timestamp
                       and lp-shape(lp-idx) = aud-shape
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'Y'
               add 1 to ws-dilepas
               exit paragraph
           end-if.
           add 1 to ws-selisih.
           add 1 to ws-ditahan.
           add 1 to sh-selisih(sh-idx).
           perform catat-minggu.
           perform catat-stasiun.
           move aud-ohasil to ws-catat-ed.
           move ws-hitung to ws-hitung-ed.
           move spaces to recomp-report-record.
           if ws-alasan = spaces
               string 'BARIS ' delimited by size
                   ws-line-num delimited by size
                   ' ' delimited by size
                   aud-npm delimited by size
                   ' ' delimited by size
                   aud-shape delimited by size
                   ' MGG ' delimited by size
                   aud-lab-week delimited by size
                   ' STA ' delimited by size
                   aud-station delimited by size
                   ' CATAT ' delimited by size
                   ws-catat-ed delimited by size
                   ' HITUNG' delimited by size
                   ws-hitung-ed delimited by size
                   into recomp-report-record
           else
               string 'BARIS ' delimited by size
                   ws-line-num delimited by size
                   ' ' delimited by size
                   aud-npm delimited by size
                   ' ' delimited by size
                   aud-shape delimited by size
                   ' MGG ' delimited by size
                   aud-lab-week delimited by size
                   ' STA ' delimited by size
                   aud-station delimited by size
                   ' ' delimited by size
                   ws-alasan delimited by size
                   into recomp-report-record
           end-if.
           write recomp-report-record.
           move spaces to tahan-record.
           move aud-npm to th-npm.
           move aud-timestamp to th-timestamp.
           move aud-shape to th-shape.
           move ws-line-num to th-baris.
           write tahan-record.

       catat-minggu.
           move 'N' to ws-ada.
           perform varying mg-idx from 1 by 1
                   until mg-idx > mg-count or ws-ada = 'Y'
               if mg-week(mg-idx) = aud-lab-week
                   add 1 to mg-selisih(mg-idx)
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'N' and mg-count < 60
               add 1 to mg-count
               move aud-lab-week to mg-week(mg-count)
               move 1 to mg-selisih(mg-count)
           end-if.

       catat-stasiun.
           move 'N' to ws-ada.
           perform varying st-idx from 1 by 1
                   until st-idx > st-count or ws-ada = 'Y'
               if st-station(st-idx) = aud-station
                   add 1 to st-selisih(st-idx)
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'N' and st-count < 100
               add 1 to st-count
               move aud-station to st-station(st-count)
               move 1 to st-selisih(st-count)
           end-if.

       tulis-ringkasan.
           move '--- PER SHAPE ---' to recomp-report-record.
           write recomp-report-record.
           perform varying sh-idx from 1 by 1 until sh-idx > 16
               if sh-periksa(sh-idx) > 0
                   move spaces to recomp-report-record
                   string 'SHAPE ' delimited by size
                       sk-shape(sh-idx) delimited by size
                       '  DIPERIKSA ' delimited by size
                       sh-periksa(sh-idx) delimited by size
                       '  SELISIH ' delimited by size
                       sh-selisih(sh-idx) delimited by size
                       into recomp-report-record
                   write recomp-report-record
               end-if
           end-perform.
           if ws-selisih > 0
               move '--- SELISIH PER MINGGU ---' to recomp-report-record
               write recomp-report-record
               perform varying mg-idx from 1 by 1
                       until mg-idx > mg-count
                   move spaces to recomp-report-record
                   string 'MINGGU ' delimited by size
                       mg-week(mg-idx) delimited by size
                       '  SELISIH ' delimited by size
                       mg-selisih(mg-idx) delimited by size
                       into recomp-report-record
                   write recomp-report-record
               end-perform
               move '--- SELISIH PER STASIUN ---'
                   to recomp-report-record
               write recomp-report-record
               perform varying st-idx from 1 by 1
                       until st-idx > st-count
                   move spaces to recomp-report-record
                   string 'STASIUN ' delimited by size
                       st-station(st-idx) delimited by size
                       '  SELISIH ' delimited by size
                       st-selisih(st-idx) delimited by size
                       into recomp-report-record
                   write recomp-report-record
               end-perform
           end-if.
           move spaces to recomp-report-record.
           string 'RECORD DIPERIKSA : ' delimited by size
               ws-diperiksa delimited by size
               '  DILEWATI : ' delimited by size
               ws-dilewati delimited by size
               '  SELISIH : ' delimited by size
               ws-selisih delimited by size
               into recomp-report-record.
           write recomp-report-record.
           move spaces to recomp-report-record.
           string 'SUDAH DILEPAS : ' delimited by size
               ws-dilepas delimited by size
               '  KMP TANPA RINCIAN (DIGIT SAJA) : ' delimited by size
               ws-tanpa-rinci delimited by size
               into recomp-report-record.
           write recomp-report-record.
           if ws-ditahan = 0
               move 'HASIL : BERSIH' to recomp-report-record
           else
               move 'HASIL : SELISIH - GRADEEXT DITAHAN SAMPAI LEPAS'
                   to recomp-report-record
           end-if.
           write recomp-report-record.

       muat-lepas.
           move 0 to lp-count.
           open input lepas-file.
           if ws-lps-status = "00"
               move 'N' to cari-eof-flag
               perform until habis-cari
                   read lepas-file
                       at end move 'Y' to cari-eof-flag
                   end-read
                   if ada-lagi-cari and lp-count < 2000
                       add 1 to lp-count
                       move lr-npm to lp-npm(lp-count)
                       move lr-timestamp to lp-timestamp(lp-count)
                       move lr-shape to lp-shape(lp-count)
                   end-if
               end-perform
               close lepas-file
           end-if.

      *> Senior release of today's hold: only after today's run, and
      *> only when that run held something. Every held record goes
      *> to the released list under the operator's ID.
       lepas-tahanan.
           accept ws-operator from environment 'LABOPR'
               on exception move spaces to ws-operator
           end-accept.
           move 1 to ws-opr-level-perlu.
           call 'OPRCHK' using ws-operator, ws-opr-level-perlu,
               ws-opr-hasil.
           if not operator-sah
               display 'LEPAS HANYA UNTUK OPERATOR SENIOR'
               move 'AKSES-TOLAK' to ws-sec-event
               move 'LEPAS HITUNG ULANG' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               exit paragraph
           end-if.
           open input recomp-flag.
           if ws-flg-status not = "00"
               display 'HITUNG ULANG BELUM DIJALANKAN'
               exit paragraph
           end-if.
           read recomp-flag
               at end move spaces to recomp-flag-record
           end-read.
           close recomp-flag.
           if rf-date not = ws-run-date
               display 'HITUNG ULANG HARI INI BELUM DIJALANKAN'
               display 'JALANKAN bin/audver TERLEBIH DAHULU'
               exit paragraph
           end-if.
           if rf-status not = 'BAD'
               display 'TIDAK ADA YANG DITAHAN HARI INI'
               exit paragraph
           end-if.
           move 0 to ws-ditahan.
           open input tahan-file.
           if ws-thn-status = "00"
               open extend lepas-file
               if ws-lps-status = "35"
                   open output lepas-file
               end-if
               move 'N' to eof-flag
               perform until habis
                   read tahan-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       add 1 to ws-ditahan
                       move spaces to lepas-record
                       move th-npm to lr-npm
                       move th-timestamp to lr-timestamp
                       move th-shape to lr-shape
                       move ws-run-date to lr-date
                       move ws-operator to lr-operator
                       write lepas-record
                   end-if
               end-perform
               close lepas-file
               close tahan-file
           end-if.
           open output tahan-file.
           close tahan-file.
           open output recomp-flag.
           move spaces to recomp-flag-record.
           move 'LPS' to rf-status.
           move ws-run-date to rf-date.
           move ws-operator to rf-operator.
           write recomp-flag-record.
           close recomp-flag.
           move 'HITUNG-LEPAS' to ws-sec-event.
           move spaces to ws-sec-detail.
           string 'DILEPAS ' delimited by size
               ws-ditahan delimited by size
               ' RECORD' delimited by size
               into ws-sec-detail.
           call 'SECLOG' using ws-sec-program, ws-sec-event,
               ws-operator, ws-sec-detail.
           display 'TAHANAN DILEPAS, RECORD=' ws-ditahan.
