       01  ws-sm-status pic xx.
       77  ws-npm-sesi pic x(8).
       77  ws-nama-sesi pic x(30).
       77  ws-sesi-tolak pic x value 'N'.
       77  ws-npm-done pic x value 'N'.
       77  ws-act-program pic x(8) value 'IA19B'.
       77  ws-act-detail pic x(20).
       77  ws-asn-hasil pic x.
           88 asn-ada value 'Y'.
       77  ws-in-status pic xx.
      *> The series itself: IA19B's own i**2 / i**3 unless the
      *> week's schedule names an instructor's series (DERGET).
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
       77  ws-op-lanjut pic x.
       77  ws-cli-arg pic x(10).
       77  pilih pic 9.
       01  eof-flag pic x value 'N'.
           move ws-kelas-sesi to ws-asn-kelas
           call 'ASNGET' using ws-lab-week, ws-asn-kelas, 'IA19B',
               ws-asn-p1, ws-asn-p2, ws-asn-hasil
           perform pilih-deret
           if deret-ada
               display (4, 6) 'DERET : ', dd-kode, ' ', dd-keterangan
           end-if
           if deret-ditolak
               display (4, 6) 'DERET ', ws-der-kode, ' DITOLAK: ',
                   ws-der-alasan
           end-if
           if asn-ada and ws-asn-p1 > 0
                   and ws-asn-p1 <= dd-maks
               move ws-asn-p1 to n
               display (5, 6) 'BATAS DARI JADWAL : ', n
           else
           display layar-header
           move ctl-lin-awal-ia19b to lin
           move ctl-kol-awal-ia19b to kol
           perform awal-tot
           perform deret varying i from 1 by 1 until i > n.
           close deret-report
           close deret-csv
           string 'DERET N=' delimited by size
               n delimited by size
               into ws-act-detail
           if deret-ada
               move dd-kode to ws-act-detail(1:6)
           end-if
           perform catat-aktivitas
           go to tanya-lagi.
       tanya-lagi.
           move spaces to ws-asn-kelas
           call 'ASNGET' using ws-lab-week, ws-asn-kelas, 'IA19B',
               ws-asn-p1, ws-asn-p2, ws-asn-hasil
           perform pilih-deret
           if asn-ada and ws-asn-p1 > 0
                   and ws-asn-p1 <= dd-maks
               perform batch-dari-jadwal
           else
               perform batch-dari-file
           move 'BATAS DARI JADWAL MINGGU INI' to deret-report-record
           write deret-report-record
           move ws-asn-p1 to n
           perform awal-tot
           perform batch-deret varying i from 1 by 1 until i > n
           close deret-report
           close deret-csv.
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if n numeric and n > 0 and n <= dd-maks
                           perform awal-tot
                           perform batch-deret varying i from 1 by 1
                               until i > n
                       else
               close deret-csv
           end-if.
       batch-deret.
           perform ambil-suku
           perform gabung-suku
           move a to a-out
           move tot to total
           perform simpan-baris.
      *> The built-in series goes in first; DERGET only replaces it
      *> with a scheduled series that passed validation. A refused
      *> one is logged so the instructor finds out before marking.
       pilih-deret.
           move spaces to deret-def-record
           move 'BAWAAN' to dd-kode
           move 'IA19B' to dd-program
           move 0 to dd-awal-num
           move 0 to dd-awal-den
           move 'PG' to dd-aturan
           move 2 to dd-a
           move 3 to dd-b
           move '*/' to dd-tanda
           move ctl-maks-ia19b to dd-maks
           move 'KALI I**2 GANJIL, BAGI I**3' to dd-keterangan
           call 'DERGET' using ws-lab-week, ws-asn-kelas, 'IA19B',
               ws-der-basis, deret-def-record, ws-der-kode,
               ws-der-hasil, ws-der-alasan
           if deret-ditolak
               move ws-der-kode to ws-log-value
               move 'DERET' to ws-err-field
               call 'ERRLOG' using ws-err-program, ws-err-field,
                   ws-log-value
           end-if.
      *> A product starts from 1 and a sum from 0, so term 1 enters
      *> the total under the odd sign like every other odd term.
       awal-tot.
           if dd-tanda-ganjil = '*' or dd-tanda-ganjil = '/'
               move 1 to tot
           else
               move 0 to tot
           end-if.
       ambil-suku.
           move i to ws-suku-i
           call 'DERSUK' using deret-def-record, ws-suku-i,
               ws-der-basis, ws-suku-num, ws-suku-den, ws-suku-op,
               ws-suku-hasil
           move ws-suku-num to a.
       gabung-suku.
           evaluate ws-suku-op
               when '*' compute tot rounded = tot * a
               when '/' compute tot rounded = tot / a
               when '+' compute tot rounded = tot + a
               when '-' compute tot rounded = tot - a
           end-evaluate.
       cek-batas-n.
           perform with test after
                   until n numeric and n > 0 and n <= dd-maks
               display (5, 6) 'masukan batas deret <maks ', dd-maks,
                   '>: '
               accept n
               if not (n numeric and n > 0 and n <= dd-maks)
                   move n to ws-log-value
                   move 'N' to ws-err-field
                   call 'ERRLOG' using ws-err-program, ws-err-field,
           end-perform.
       setup-header.
           move 'IA19B' to ws-program-name
           accept ws-labtrain from environment 'LABTRAIN'
               on exception move space to ws-labtrain
           end-accept
           if lingkungan-latihan
               move '*** LATIHAN - BUKAN DATA PRODUKSI ***'
                   to ws-latihan
           end-if
           accept ws-run-date from date
           accept ws-operator from environment 'LABOPR'
               on exception move spaces to ws-operator
      *> right student in the activity file; an NPM missing from the
      *> master is still recorded (registration is T2202's business).
       terima-npm-sesi.
           move 'Y' to ws-sesi-tolak
           perform until ws-sesi-tolak = 'N'
               perform terima-npm-satu
           end-perform.
      *> A student on cuti or withdrawn is refused at the door and
      *> the prompt comes back for the next NPM; their status, not
      *> a missing name, is what the desk is told.
       terima-npm-satu.
           move 'N' to ws-sesi-tolak
           perform with test after until ws-npm-sesi numeric
               display (3, 2) 'NPM : '
               accept ws-npm-sesi
               end-read
               if ws-sm-status = "00"
                   move sm-nama to ws-nama-sesi
                   if not sm-aktif
                       perform tolak-status-sesi
                   end-if
                   move sm-kelas to ws-kelas-sesi
               end-if
               close student-master
               display (5, 2) 'NPM TIDAK ADA DI MASTER - '
               display (6, 2) 'AKTIVITAS TETAP DICATAT'
           end-if.
       tolak-status-sesi.
           move 'Y' to ws-sesi-tolak
           if sm-cuti
               display (9, 2) 'MAHASISWA CUTI SEJAK ', sm-tgl-status
           else
               display (9, 2) 'MAHASISWA KELUAR SEJAK ', sm-tgl-status
           end-if
           display (10, 2) 'SIGN-IN DITOLAK - HUBUNGI DESK LAB'
           move ws-npm-sesi to ws-log-value
           move 'NPM-STATUS' to ws-err-field
           call 'ERRLOG' using ws-err-program, ws-err-field,
               ws-log-value
           stop 'TEKAN ENTER UNTUK MELANJUTKAN'
           display hapus-layar
           display layar-run-header.
       catat-aktivitas.
           call 'AKTLOG' using ws-act-program, ws-npm-sesi,
               ws-act-detail, ws-lab-week, ws-operator.
               ws-operator delimited by size
               into deret-report-record
           write deret-report-record.
           if deret-ditolak
               move spaces to deret-report-record
               string 'DERET ' delimited by size
                   ws-der-kode delimited by size
                   ' DITOLAK: ' delimited by size
                   ws-der-alasan delimited by size
                   into deret-report-record
               write deret-report-record
           end-if.
           move spaces to deret-report-record
           string 'DERET: ' delimited by size
               dd-kode delimited by size
               ' ' delimited by size
               dd-keterangan delimited by size
               into deret-report-record
           write deret-report-record.
           move '  I   TERM      RUNNING TOTAL' to deret-report-record
           write deret-report-record.
           move spaces to deret-csv-record
               ws-run-date delimited by size
               ' MINGGU:' delimited by size
               ws-lab-week delimited by size
               ' DERET:' delimited by size
               dd-kode delimited by size
               into deret-csv-record
           write deret-csv-record.
           move 'I,TERM,RUNNING_TOTAL' to deret-csv-record
               display layar-header
               move 4 to lin
           end-if.
      *> Each term is shown with the sign that brings in the next.
       deret.
           perform cek-halaman
           perform ambil-suku
           perform gabung-suku
           move a to a-out
           move tot to total
           if i = n
               display (lin, kol) a-out, ' = ', total
           else
               divide i by 2 giving b remainder c
               if c = 0
                   move dd-tanda-ganjil to ws-op-lanjut
               else
                   move dd-tanda-genap to ws-op-lanjut
               end-if
               display (lin, kol) a-out, ' ', ws-op-lanjut, ' '
           end-if
           perform simpan-baris.
           add 1 to lin.
       simpan-baris.
           move spaces to deret-report-record
           string i delimited by size
