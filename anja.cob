       01  ws-sm-status pic xx.
       77  ws-npm-sesi pic x(8).
       77  ws-nama-sesi pic x(30).
       77  ws-sesi-tolak pic x value 'N'.
       77  ws-npm-done pic x value 'N'.
       77  ws-act-program pic x(8) value 'IA20A'.
       77  ws-act-detail pic x(20).
       77  ws-asn-p2 pic 9(4).
       77  ws-asn-hasil pic x.
           88 asn-ada value 'Y'.
      *> The series itself: IA20A's own 1/base**i unless the week's
      *> schedule names an instructor's series (DERGET).
           copy DERDEF.
       77  ws-der-kode pic x(6).
       77  ws-der-basis pic 9(4).
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
       77  i pic 99.
       77  j pic 99.
       77  x pic 9999.
           display layar-run-header
      *> The week's assigned length and base come off the assignment
      *> schedule for the student's kelas; only without a schedule
      *> entry do the old prompts appear. An instructor's series was
      *> validated with the schedule's base, so it keeps that base.
           move ws-kelas-sesi to ws-asn-kelas
           call 'ASNGET' using ws-lab-week, ws-asn-kelas, 'IA20A',
               ws-asn-p1, ws-asn-p2, ws-asn-hasil
           if asn-ada and ws-asn-p2 > 0 and ws-asn-p2 <= 9
               move ws-asn-p2 to base
           else
               move 3 to base
           end-if
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
               display (6, 6) 'BASIS DARI JADWAL : ', base
           else
               perform cek-batas-n
               if deret-ada
                   display (6, 6) 'BASIS DARI JADWAL : ', base
               else
                   display (6, 6) 'basis deret (default 3): '
                   accept base
                   if base not numeric or base = 0
                       move 3 to base
                   end-if
               end-if
           end-if
           display (7, 6) 'deret : '
               ws-run-date delimited by size
               ' MINGGU:' delimited by size
               ws-lab-week delimited by size
               ' DERET:' delimited by size
               dd-kode delimited by size
               into deret-csv-record
           write deret-csv-record
           move 'I,DENOMINATOR,RUNNING_TOTAL' to deret-csv-record
           write deret-csv-record
           move base to ws-der-basis
           perform penyebut.
           perform deret varying i from 1 by 1 until i > n.
           close deret-out
           close deret-csv
               ' B=' delimited by size
               base delimited by size
               into ws-act-detail
           if deret-ada
               move dd-kode to ws-act-detail(1:6)
           end-if
           perform catat-aktivitas
           go to tanya-lagi.
       tanya-lagi.
           stop run.
       setup-header.
           move 'IA20A' to ws-program-name
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
                       ws-log-value
               end-if
           end-perform.
      *> The built-in series goes in first; DERGET only replaces it
      *> with a scheduled series that passed validation with this
      *> base. A refused one is logged so the instructor finds out
      *> before the session.
       pilih-deret.
           move spaces to deret-def-record
           move 'BAWAAN' to dd-kode
           move 'IA20A' to dd-program
           move 0 to dd-awal-num
           move 0 to dd-awal-den
           move 'RB' to dd-aturan
           move 0 to dd-a
           move 0 to dd-b
           move '+-' to dd-tanda
           move ctl-maks-ia20a to dd-maks
           move '1/BASIS**I BERGANTI TANDA' to dd-keterangan
           move base to ws-der-basis
           call 'DERGET' using ws-lab-week, ws-asn-kelas, 'IA20A',
               ws-der-basis, deret-def-record, ws-der-kode,
               ws-der-hasil, ws-der-alasan
           if deret-ditolak
               move ws-der-kode to ws-log-value
               move 'DERET' to ws-err-field
               call 'ERRLOG' using ws-err-program, ws-err-field,
                   ws-log-value
           end-if.

       ambil-suku.
           call 'DERSUK' using deret-def-record, ws-suku-i,
               ws-der-basis, ws-suku-num, ws-suku-den, ws-suku-op,
               ws-suku-hasil.

      *> Each term is shown with the sign that brings in the next.
       deret.
           move i to ws-suku-i
           perform ambil-suku
           if ws-suku-hasil = 'Y' and ws-suku-den <= 9999
               move ws-suku-den to a
           else
               move ws-suku-den to ws-log-value
               move 'A' to ws-err-field
               call 'ERRLOG' using ws-err-program, ws-err-field,
                   ws-log-value
               move 9999 to a
           end-if
           move a to a-out
           compute d2 = x / a
           compute d3 = 1 * d2
           if ws-suku-op = '-'
               compute tot = tot - d3
           else
               compute tot = tot + d3
           end-if
           move tot to total
           if i = n
               display (lin, kol) "1/", a-out, ' = ', total, "/", x
           else
               divide i by 2 giving b remainder c
               if c = 0
                   move dd-tanda-ganjil to ws-op-lanjut
               else
                   move dd-tanda-genap to ws-op-lanjut
               end-if
               display (lin, kol) "1/", a-out, ' ', ws-op-lanjut, ' '
           end-if
           add 6 to kol
           perform simpan-baris.

      *> The common denominator is that of the last term.
       penyebut.
           move n to ws-suku-i
           perform ambil-suku
           if ws-suku-hasil = 'Y' and ws-suku-den <= 9999
               move ws-suku-den to x
           else
               move ws-suku-den to ws-log-value
               move 'X' to ws-err-field
               call 'ERRLOG' using ws-err-program, ws-err-field,
                   ws-log-value
               move 9999 to x
           end-if.

       simpan-baris.
           string i delimited by size
               ',' delimited by size
