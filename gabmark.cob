      *> Marks the GABUT series exercise: recomputes each assigned
      *> series the same way GABUT's CEK-BATCH does (GABUT's own
      *> series, or the instructor's series the schedule names for
      *> the student's kelas - see DERGET), compares the
      *> student's submitted JUMLAH within a tolerance, and reports
      *> LULUS/GAGAL per NPM joined with the name from STUMAST.
      *> Every GAGAL answer is then checked against the usual slips
      *> (series to N-1 or N+1, parity sign flipped, terms truncated
      *> instead of rounded, first term left out); the likely cause is
      *> printed under the student's line and tallied per kelas at
      *> the end of the report.
      *> Answer line layout: NPM(8) ANGKA(2) then the sum as
      *> +9999.999999 (sign, 4 integer digits, point, 6 decimals).
       identification division.
       77  ws-asn-hasil pic x.
           88 asn-ada value 'Y'.
       77  ws-n-pakai pic 9(2).
           copy DERDEF.
       77  ws-der-kode pic x(6).
       77  ws-der-basis pic 9(4) value 0.
       77  ws-der-hasil pic x.
           88 deret-ada value 'Y'.
           88 deret-ditolak value 'T'.
       77  ws-der-alasan pic x(30).
       77  ws-suku-i pic 9(3).
       77  ws-suku-num pic 9(9).
       77  ws-suku-den pic 9(9).
       77  ws-suku-op pic x.
       77  ws-suku-hasil pic x.
       77  ws-jadwal-note pic x(16).
       77  ws-v-n pic 9(3).
       77  ws-v-lewat pic x.
       77  ws-v-mulai pic 9.
       77  ws-v-balik pic x.
       77  ws-v-potong pic x.
       77  ws-v-hitung pic s9(4)v9(6).
       77  ws-v-suku pic 9(4).
       77  ws-v-suku-desimal pic 9(4)v9(6).
       77  ws-v-ed pic +zzz9.999999.
       77  ws-sebab pic 9.
       77  ws-diag-kelas pic x(5).
       01  sebab-teks-nilai.
           05 filler pic x(30) value 'DERET SAMPAI N-1'.
           05 filler pic x(30) value 'DERET SAMPAI N+1'.
           05 filler pic x(30) value 'TANDA GANJIL/GENAP TERBALIK'.
           05 filler pic x(30) value 'SUKU DIPOTONG BUKAN DIBULATKAN'.
           05 filler pic x(30) value 'SUKU PERTAMA TIDAK DIHITUNG'.
           05 filler pic x(30) value 'TIDAK DIKENALI'.
       01  sebab-teks-tabel redefines sebab-teks-nilai.
           05 sebab-teks pic x(30) occurs 6 times.
      *> Per-kelas tally of the diagnosed causes; an answer whose NPM
      *> is not on the master is counted under kelas '?????'. A run
      *> with more kelas than the table holds folds the rest into
      *> the last slot, shown as LAIN.
       01  diag-tabel.
           05 dg-item occurs 50 times indexed by dg-idx.
               10 dg-kelas pic x(5).
               10 dg-gagal pic 9(4).
               10 dg-sebab pic 9(4) occurs 6 times.
       77  dg-count pic 99 value 0.
       77  dg-s pic 9.
       77  ws-dg-ketemu pic x.
       77  ws-dg-angka-ed pic zzz9.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
      *> not on the master marks against the '*' assignment.
       cari-jadwal-jawaban.
           move 'N' to ws-asn-hasil.
           perform set-deret-bawaan.
           if ws-minggu = spaces
               exit paragraph
           end-if.
           end-if.
           call 'ASNGET' using ws-minggu, ws-asn-kelas, 'GABUT',
               ws-asn-p1, ws-asn-p2, ws-asn-hasil.
           call 'DERGET' using ws-minggu, ws-asn-kelas, 'GABUT',
               ws-der-basis, deret-def-record, ws-der-kode,
               ws-der-hasil, ws-der-alasan.
           if asn-ada and (ws-asn-p1 = 0 or ws-asn-p1 > dd-maks)
               move 'N' to ws-asn-hasil
           end-if.

      *> GABUT's own series, as PILIH-DERET there sets it up.
       set-deret-bawaan.
           move 'N' to ws-der-hasil.
           move spaces to deret-def-record.
           move 'BAWAAN' to dd-kode.
           move 'GABUT' to dd-program.
           move 0 to dd-awal-num.
           move 0 to dd-awal-den.
           move 'PB' to dd-aturan.
           move 2 to dd-a.
           move 1 to dd-b.
           move '+-' to dd-tanda.
           move 99 to dd-maks.
           move 'Y**2/Y BERGANTI TANDA' to dd-keterangan.

       nilai-satu-jawaban.
           if not ans-npm numeric or not ans-angka numeric
                   or not ans-int numeric or not ans-dec numeric
               else
                   move ans-angka to ws-n-pakai
               end-if
               if ws-n-pakai = 0 or ws-n-pakai > dd-maks
                   perform tolak-n-deret
               else
                   perform nilai-hitung
               end-if
           end-if.

      *> N outside what the week's series allows cannot be marked.
       tolak-n-deret.
           add 1 to ws-ditolak.
           move spaces to mark-report-record.
           string ans-npm delimited by size
               ' DITOLAK: N=' delimited by size
               ws-n-pakai delimited by size
               ' DI LUAR BATAS DERET ' delimited by size
               dd-kode delimited by size
               into mark-report-record.
           write mark-report-record.

       nilai-hitung.
           perform hitung-deret
           compute ws-selisih = ws-hitung - ws-jawaban
           if ws-selisih <= ws-toleransi
               add 1 to ws-lulus
               move 'LULUS' to ws-verdict
           else
               add 1 to ws-gagal
               move 'GAGAL' to ws-verdict
           end-if
           perform tulis-baris-nilai
           if deret-ditolak
               perform tulis-deret-ditolak
           end-if
           if ws-verdict = 'GAGAL'
               perform diagnosa-gagal
           end-if.

       tulis-deret-ditolak.
           move spaces to mark-report-record.
           string '         PERHATIAN: DERET ' delimited by size
               ws-der-kode delimited by size
               ' DITOLAK (' delimited by size
               ws-der-alasan delimited by '  '
               ') - DINILAI DENGAN DERET BAWAAN' delimited by size
               into mark-report-record.
           write mark-report-record.

      *> Same walk as GABUT's CEK-BATCH: a sum from 0 or a product
      *> from 1, then each term Y from 1 combined under its sign.
       hitung-deret.
           if dd-tanda-ganjil = '*' or dd-tanda-ganjil = '/'
               move 1 to ws-hitung
           else
               move 0 to ws-hitung
           end-if.
           perform hitung-suku varying y from 1 by 1
               until y > ws-n-pakai.

       hitung-suku.
           perform ambil-suku.
           evaluate ws-suku-op
               when '+'
                   compute ws-hitung = ws-hitung + (num / denum)
               when '-'
                   compute ws-hitung = ws-hitung - (num / denum)
               when '*'
                   compute ws-hitung = ws-hitung * num / denum
               when '/'
                   compute ws-hitung = ws-hitung * denum / num
           end-evaluate.

       ambil-suku.
           move y to ws-suku-i.
           call 'DERSUK' using deret-def-record, ws-suku-i,
               ws-der-basis, ws-suku-num, ws-suku-den, ws-suku-op,
               ws-suku-hasil.
           move ws-suku-num to num.
           move ws-suku-den to denum.

      *> Without the master the detail lines still print, just with
      *> the TIDAK TERDAFTAR fallback name; a READ against a file
               into mark-report-record.
           write mark-report-record.

      *> Recomputes the series under each common slip, in the order
      *> below, and takes the first one that reproduces the
      *> student's sum within the marking tolerance. The causes:
      *>   1 N-1 terms          2 N+1 terms
      *>   3 parity sign rule flipped from term 2 on (+ for -, *
      *>     for /, and back)
      *>   4 each term cut to a whole number instead of rounded,
      *>     or the final sum cut to a whole number
      *>   5 term 1 left out (for GABUT's own series, the sum
      *>     started at 0 instead of 1)
      *> None matching leaves 6, TIDAK DIKENALI. ws-hitung still
      *> holds the correct sum from hitung-deret when this runs.
       diagnosa-gagal.
           move 6 to ws-sebab.
           move 'N' to ws-v-lewat.
           move 'N' to ws-v-balik.
           move 'N' to ws-v-potong.
           if ws-n-pakai > 1
               compute ws-v-n = ws-n-pakai - 1
               perform coba-varian
               if ws-sebab = 0
                   move 1 to ws-sebab
               end-if
           end-if.
           if ws-sebab = 6
               compute ws-v-n = ws-n-pakai + 1
               perform coba-varian
               if ws-sebab = 0
                   move 2 to ws-sebab
               end-if
           end-if.
           move ws-n-pakai to ws-v-n.
           if ws-sebab = 6
               move 'Y' to ws-v-balik
               perform coba-varian
               move 'N' to ws-v-balik
               if ws-sebab = 0
                   move 3 to ws-sebab
               end-if
           end-if.
           if ws-sebab = 6
               move 'Y' to ws-v-potong
               perform coba-varian
               move 'N' to ws-v-potong
               if ws-sebab = 6
                   perform coba-jumlah-dipotong
               end-if
               if ws-sebab = 0
                   move 4 to ws-sebab
               end-if
           end-if.
           if ws-sebab = 6
               move 'Y' to ws-v-lewat
               perform coba-varian
               if ws-sebab = 0
                   move 5 to ws-sebab
               end-if
           end-if.
           perform diagnosa-tulis.

      *> Sets ws-sebab to 0 when the variant reproduces the answer;
      *> the caller then puts in the number of the cause it tried.
       coba-varian.
           perform hitung-varian.
           if ws-selisih <= ws-toleransi
               move 0 to ws-sebab
           end-if.

       coba-jumlah-dipotong.
           if ws-hitung < 0
               compute ws-v-hitung = 0 - ws-hitung
           else
               move ws-hitung to ws-v-hitung
           end-if.
           move ws-v-hitung to ws-v-suku.
           if ws-hitung < 0
               compute ws-v-hitung = 0 - ws-v-suku
           else
               move ws-v-suku to ws-v-hitung
           end-if.
           compute ws-selisih = ws-v-hitung - ws-jawaban.
           if ws-selisih <= ws-toleransi
               move 0 to ws-sebab
           end-if.

       diagnosa-tulis.
           move spaces to mark-report-record.
           if ws-sebab = 6
               string '         DUGAAN: ' delimited by size
                   sebab-teks(ws-sebab) delimited by size
                   into mark-report-record
           else
               move ws-v-hitung to ws-v-ed
               string '         DUGAAN: ' delimited by size
                   sebab-teks(ws-sebab) delimited by '  '
                   ' (MENGHASILKAN ' delimited by size
                   ws-v-ed delimited by size
                   ')' delimited by size
                   into mark-report-record
           end-if.
           write mark-report-record.
           perform catat-diagnosa.

      *> The kelas comes off the master; tulis-baris-nilai has just
      *> read it for this NPM, so the record is already current.
       catat-diagnosa.
           move '?????' to ws-diag-kelas.
           if ws-master-ada = 'Y' and ws-sm-status = "00"
               move sm-kelas to ws-diag-kelas
           end-if.
           move 'N' to ws-dg-ketemu.
           perform varying dg-idx from 1 by 1
                   until dg-idx > dg-count or ws-dg-ketemu = 'Y'
               if dg-kelas(dg-idx) = ws-diag-kelas
                   move 'Y' to ws-dg-ketemu
               end-if
           end-perform.
           if ws-dg-ketemu = 'Y'
               set dg-idx down by 1
           else
               if dg-count < 50
                   add 1 to dg-count
                   set dg-idx to dg-count
                   move ws-diag-kelas to dg-kelas(dg-idx)
                   move 0 to dg-gagal(dg-idx)
                   perform varying dg-s from 1 by 1 until dg-s > 6
                       move 0 to dg-sebab(dg-idx, dg-s)
                   end-perform
               else
                   set dg-idx to 50
                   move 'LAIN ' to dg-kelas(dg-idx)
               end-if
           end-if.
           add 1 to dg-gagal(dg-idx).
           add 1 to dg-sebab(dg-idx, ws-sebab).

      *> Same walk as hitung-deret with the variant's length, first
      *> term, sign rule and term handling; leaves the difference
      *> to the student's answer in ws-selisih.
       hitung-varian.
           if dd-tanda-ganjil = '*' or dd-tanda-ganjil = '/'
               move 1 to ws-v-hitung
           else
               move 0 to ws-v-hitung
           end-if.
           if ws-v-lewat = 'Y'
               move 2 to ws-v-mulai
           else
               move 1 to ws-v-mulai
           end-if.
           perform hitung-suku-varian varying y from ws-v-mulai by 1
               until y > ws-v-n.
           compute ws-selisih = ws-v-hitung - ws-jawaban.

       hitung-suku-varian.
           perform ambil-suku.
           if ws-v-potong = 'Y'
               divide num by denum giving ws-v-suku
               move ws-v-suku to ws-v-suku-desimal
           else
               compute ws-v-suku-desimal rounded = num / denum
           end-if.
           if ws-v-balik = 'Y' and y > 1
               evaluate ws-suku-op
                   when '+' move '-' to ws-suku-op
                   when '-' move '+' to ws-suku-op
                   when '*' move '/' to ws-suku-op
                   when '/' move '*' to ws-suku-op
               end-evaluate
           end-if.
           evaluate ws-suku-op
               when '+'
                   add ws-v-suku-desimal to ws-v-hitung
               when '-'
                   subtract ws-v-suku-desimal from ws-v-hitung
               when '*'
                   multiply ws-v-suku-desimal by ws-v-hitung
               when '/'
                   if ws-v-suku-desimal not = 0
                       divide ws-v-suku-desimal into ws-v-hitung
                   end-if
           end-evaluate.

       tulis-total.
           move spaces to mark-report-record.
           write mark-report-record.
               ws-ditolak delimited by size
               into mark-report-record.
           write mark-report-record.
           if dg-count > 0
               perform tulis-tally-kelas
           end-if.

       tulis-tally-kelas.
           move spaces to mark-report-record.
           write mark-report-record.
           move '=== DUGAAN SEBAB GAGAL PER KELAS ===' to
               mark-report-record.
           write mark-report-record.
           move spaces to mark-report-record.
           string 'KELAS GAGAL   N-1   N+1 TANDA POTONG LEWAT1'
                   delimited by size
               ' TAKDIKENAL' delimited by size
               into mark-report-record.
           write mark-report-record.
           perform varying dg-idx from 1 by 1 until dg-idx > dg-count
               move spaces to mark-report-record
               move dg-kelas(dg-idx) to mark-report-record(1:5)
               move dg-gagal(dg-idx) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(8:4)
               move dg-sebab(dg-idx, 1) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(14:4)
               move dg-sebab(dg-idx, 2) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(20:4)
               move dg-sebab(dg-idx, 3) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(26:4)
               move dg-sebab(dg-idx, 4) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(33:4)
               move dg-sebab(dg-idx, 5) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(40:4)
               move dg-sebab(dg-idx, 6) to ws-dg-angka-ed
               move ws-dg-angka-ed to mark-report-record(50:4)
               write mark-report-record
           end-perform.
