               file status is ws-key-status.
       data division.
       file section.
      *> Batch deck: tinggi, then the pattern code one column after
      *> it (blank for the triangle, so older decks read unchanged).
       fd kuisa-in.
       01 kuisa-in-record.
           05 kin-tinggi pic 99.
           05 filler pic x.
           05 kin-pola pic x.
       fd kuisa-out.
       01 kuisa-out-record pic x(60).
       fd student-master.
       77  mult-genap pic 9 value 3.
       77  ws-row-line pic x(60).
       77  ws-row-ptr pic 999.
      *> Pattern families. The key row (ws-row-line) is always the
      *> row's numbers left to right in 5-column cells, as for the
      *> triangle, so the desk transcribes every pattern the same
      *> way; ws-row-tampil is the row as drawn, centered or hollow.
      *>   S segitiga       - ganjil/genap multipliers along the row
      *>   P piramida       - cell = distance from the nearer edge
      *>                      (1 2 3 2 1) x ganjil on odd rows,
      *>                      x genap on even rows
      *>   B belah ketupat  - one running count from 1 through the
      *>                      whole diamond, stepping by ganjil in
      *>                      the top half and by genap below it
      *>   K segitiga kosong - border cells only, each
      *>                      (row + column - 1) x ganjil in odd
      *>                      columns, x genap in even ones
       77  pola pic x value 'S'.
           88 pola-segitiga value 'S'.
           88 pola-piramida value 'P'.
           88 pola-ketupat value 'B'.
           88 pola-kosong value 'K'.
           88 pola-sah value 'S' 'P' 'B' 'K'.
       77  pola-nama pic x(15).
       77  pola-maks pic 99.
       77  pola-kuis pic x value 'S'.
           88 kuis-campur value 'C'.
           88 kuis-sah value 'S' 'P' 'B' 'K' 'C'.
       77  jml-baris pic 99.
       77  lebar pic 99.
       77  indent pic 99.
       77  sel pic 99.
       77  jarak pic 99.
       77  nilai-pola pic 9999.
       77  jalan pic 9999.
       77  ws-row-tampil pic x(60).
       77  ws-tampil-pos pic 99.
       01  ws-in-status pic xx.
       01  ws-out-status pic xx.
       01  ws-sm-status pic xx.
       77  ws-npm-sesi pic x(8).
       77  ws-nama-sesi pic x(30).
       77  ws-npm-done pic x value 'N'.
       77  ws-sesi-tolak pic x value 'N'.
       77  ws-act-program pic x(8) value 'KUISA'.
       77  ws-act-detail pic x(20).
       77  gen-kelas pic x(5).
       copy SCRCLR.
       01  layar-menu.
           02 line 2 column 6 value 'MUhamad fikri - 2ia18'.
           02 line 4 column 6 value '1). POLA INTERAKTIF'.
           02 line 5 column 6 value '2). POLA BATCH DARI FILE'.
           02 line 6 column 6 value '3). GENERATE KUIS PER KELAS'.
           02 line 7 column 6 value '4). SELESAI'.
           02 line 9 column 6 value 'PILIH = '.
       interaktif.
           display (2, 6) 'MUhamad fikri'
           display (3, 6) '2ia18'
           perform terima-pola
           perform cek-batas-n
           display (6, 6) 'hasil : '
           move ctl-lin-awal-kuisa to lin
           if pola-segitiga
               perform deret-baris varying k from 1 by 1 until k > n
           else
               perform deret-pola varying k from 1 by 1
                   until k > jml-baris
           end-if
           add 1 to lin
           move spaces to ws-act-detail
           string pola-nama delimited by '  '
               ' N=' delimited by size
               n delimited by size
               into ws-act-detail
           perform catat-aktivitas
           add 1 to lin
           display (lin, 6) 'Y ATAU T !!'
           go to tanya-lagi.
       terima-pola.
           perform with test after until pola-sah
               display (4, 6)
                   'pola S)egitiga P)iramida B)elah ketupat '
                   'K)osong : '
               accept pola
               if not pola-sah
                   move pola to ws-log-value
                   move 'POLA' to ws-err-field
                   call 'ERRLOG' using ws-err-program, ws-err-field,
                       ws-log-value
               end-if
           end-perform.
           perform set-pola.
      *> The centered shapes are limited to what fits the 60-column
      *> row and the ten key rows a sheet can hold.
       set-pola.
           evaluate true
               when pola-piramida
                   move 'PIRAMIDA' to pola-nama
                   move 6 to pola-maks
               when pola-ketupat
                   move 'BELAH KETUPAT' to pola-nama
                   move 5 to pola-maks
               when pola-kosong
                   move 'SEGITIGA KOSONG' to pola-nama
                   move 10 to pola-maks
               when other
                   move 'SEGITIGA' to pola-nama
                   move 99 to pola-maks
           end-evaluate.
       set-jml-baris.
           if pola-ketupat
               compute jml-baris = 2 * n - 1
           else
               move n to jml-baris
           end-if.
       cek-batas-n.
           perform with test after
                   until n numeric and n > 0 and n <= pola-maks
               display (5, 6) 'masukan batas tinggi pola: '
               accept n
               if not (n numeric and n > 0 and n <= pola-maks)
                   move n to ws-log-value
                   move 'N' to ws-err-field
                   call 'ERRLOG' using ws-err-program, ws-err-field,
                       ws-log-value
               end-if
           end-perform.
           perform set-jml-baris.
       setup-header.
           move 'KUISA' to ws-program-name
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
               display (5, 2) 'NPM : '
               accept ws-npm-sesi
               end-read
               if ws-sm-status = "00"
                   move sm-nama to ws-nama-sesi
                   if not sm-aktif
                       perform tolak-status-sesi
                   end-if
               end-if
               close student-master
           end-if.
               display (7, 2) 'NPM TIDAK ADA DI MASTER - '
               display (8, 2) 'AKTIVITAS TETAP DICATAT'
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
           write kuisa-out-record.
           move 'N' to eof-flag.
           perform until habis
               read kuisa-in
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   move kin-tinggi to n
                   move kin-pola to pola
                   if pola = space
                       move 'S' to pola
                   end-if
                   perform set-pola
                   if not pola-sah
                       move kin-pola to ws-log-value
                       move 'POLA' to ws-err-field
                       call 'ERRLOG' using ws-err-program, ws-err-field,
                           ws-log-value
                   else
                       if n numeric and n > 0 and n <= pola-maks
                           perform set-jml-baris
                           perform tulis-pola-batch
                       else
                           move kin-tinggi to ws-log-value
                           move 'N' to ws-err-field
                           call 'ERRLOG' using ws-err-program,
                               ws-err-field, ws-log-value
                       end-if
                   end-if
               end-if
           end-perform.
           go to mulai.
       tulis-pola-batch.
           move spaces to kuisa-out-record
           if pola-segitiga
               string 'TINGGI = ' delimited by size
                   n delimited by size
                   into kuisa-out-record
           else
               string 'TINGGI = ' delimited by size
                   n delimited by size
                   '  POLA = ' delimited by size
                   pola-nama delimited by size
                   into kuisa-out-record
           end-if
           write kuisa-out-record
           perform baris-batch varying k from 1 by 1
               until k > jml-baris.
           move spaces to kuisa-out-record
           write kuisa-out-record.
       baris-batch.
           perform bangun-pola.
           move ws-row-tampil to kuisa-out-record
           write kuisa-out-record.
      *> Row k of the current pattern, as key row and as drawn.
       bangun-pola.
           move spaces to ws-row-tampil
           evaluate true
               when pola-piramida
                   perform bangun-piramida
               when pola-ketupat
                   perform bangun-ketupat
               when pola-kosong
                   perform bangun-kosong
               when other
                   perform bangun-baris
                   move ws-row-line to ws-row-tampil
           end-evaluate.
       bangun-piramida.
           move spaces to ws-row-line
           move 1 to ws-row-ptr
           compute lebar = 2 * k - 1
           compute indent = n - k
           divide k by 2 giving b remainder c
           perform sel-piramida varying sel from 1 by 1
               until sel > lebar.
       sel-piramida.
           if sel <= k
               move sel to jarak
           else
               compute jarak = 2 * k - sel
           end-if
           if c = 0
               compute nilai-pola = jarak * mult-genap
           else
               compute nilai-pola = jarak * mult-ganjil
           end-if
           move sel to m
           perform catat-sel.
       bangun-ketupat.
           move spaces to ws-row-line
           move 1 to ws-row-ptr
           if k <= n
               move k to jarak
           else
               compute jarak = 2 * n - k
           end-if
           compute lebar = 2 * jarak - 1
           compute indent = n - jarak
           perform sel-ketupat varying sel from 1 by 1
               until sel > lebar.
       sel-ketupat.
           if k = 1
               move 1 to jalan
           else
               if k <= n
                   add mult-ganjil to jalan
               else
                   add mult-genap to jalan
               end-if
           end-if
           move jalan to nilai-pola
           move sel to m
           perform catat-sel.
       bangun-kosong.
           move spaces to ws-row-line
           move 1 to ws-row-ptr
           move 0 to indent
           perform sel-kosong varying sel from 1 by 1 until sel > k.
       sel-kosong.
           if sel = 1 or sel = k or k = n
               divide sel by 2 giving b remainder c
               if c = 0
                   compute nilai-pola = (k + sel - 1) * mult-genap
               else
                   compute nilai-pola = (k + sel - 1) * mult-ganjil
               end-if
               move sel to m
               perform catat-sel
           end-if.
      *> One number into the key row and into drawn column m.
       catat-sel.
           move nilai-pola to a-out
           string a-out delimited by size
               ' ' delimited by size
               into ws-row-line
               with pointer ws-row-ptr
           compute ws-tampil-pos = (indent + m - 1) * 5 + 1
           move a-out to ws-row-tampil(ws-tampil-pos:4).
       bangun-baris.
           move spaces to ws-row-line
           move 1 to ws-row-ptr
           move 1 to kol
           perform kolom-batch varying m from 1 by 1 until m > k.

      *> Quiz-day generation: every active student in the requested
      *> kelas gets a personal tinggi and multiplier pair derived from
      *> the roster sequence so neighboring sheets never match; the
      *> instructor's answer key is written alongside. Students on
      *> cuti or withdrawn get no sheet.
       generate-kuis.
           display (3, 6) 'KELAS : '
           accept gen-kelas
           perform with test after until kuis-sah
               display (4, 6)
                   'POLA S/P/B/K, C=CAMPUR PER LEMBAR : '
               accept pola-kuis
               if not kuis-sah
                   move pola-kuis to ws-log-value
                   move 'POLA' to ws-err-field
                   call 'ERRLOG' using ws-err-program, ws-err-field,
                       ws-log-value
               end-if
           end-perform
           open input student-master
           if ws-sm-status not = "00"
               display (5, 6) 'FILE data/STUMAST.DAT TIDAK DITEMUKAN'
           move mult-ganjil to save-ganjil.
           move mult-genap to save-genap.
           move spaces to quiz-record.
           string 'KUIS POLA ANGKA KELAS ' delimited by size
               gen-kelas delimited by size
               ' TGL ' delimited by size
               ws-run-date delimited by size
                   at end move 'Y' to sm-eof-flag
               end-read
               if ada-lagi-sm
                   if sm-kelas = gen-kelas and sm-aktif
                       add 1 to gen-seq
                       perform tulis-lembar-kuis
                   end-if
           stop 'TEKAN ENTER UNTUK MELANJUTKAN'.
           go to mulai.

      *> A mixed run deals the four patterns round the roster, so
      *> neighboring sheets differ in shape as well as numbers.
       tulis-lembar-kuis.
           if kuis-campur
               divide gen-seq by 4 giving gen-q remainder gen-r
               evaluate gen-r
                   when 1 move 'S' to pola
                   when 2 move 'P' to pola
                   when 3 move 'B' to pola
                   when other move 'K' to pola
               end-evaluate
           else
               move pola-kuis to pola
           end-if.
           perform set-pola.
           if pola-segitiga or pola-kosong
               divide gen-seq by 5 giving gen-q remainder gen-r
           else
               divide gen-seq by 3 giving gen-q remainder gen-r
           end-if.
           compute n = 3 + gen-r.
           perform set-jml-baris.
           divide gen-seq by 2 giving gen-q remainder gen-r2.
           compute mult-ganjil = 2 + gen-r2.
           compute mult-genap = 4 - gen-r2.
               mult-genap delimited by size
               into quiz-record.
           write quiz-record.
           move spaces to quiz-record.
           string 'KERJAKAN POLA ' delimited by size
               pola-nama delimited by '  '
               ' BARIS PER BARIS' delimited by size
               into quiz-record.
           write quiz-record.
           perform tulis-aturan-pola.
           move spaces to quiz-record.
           write quiz-record.
           move '==================================================='
               mult-ganjil delimited by size
               ' GENAP=' delimited by size
               mult-genap delimited by size
               ' POLA=' delimited by size
               pola-nama delimited by size
               into key-record.
           write key-record.
           perform baris-kunci varying k from 1 by 1
               until k > jml-baris.
           move spaces to key-record.
           write key-record.

      *> The sheet states the numbering rule of the shapes the class
      *> has not drilled; every answer is written left to right.
       tulis-aturan-pola.
           evaluate true
               when pola-piramida
                   move 'ANGKA = JARAK DARI TEPI TERDEKAT (1 2 3 2 1)'
                       to quiz-record
                   write quiz-record
                   move 'X PENGALI GANJIL/GENAP SESUAI NOMOR BARIS'
                       to quiz-record
                   write quiz-record
               when pola-ketupat
                   move 'MULAI 1, TERUS BERTAMBAH PENGALI GANJIL DI'
                       to quiz-record
                   write quiz-record
                   move 'BAGIAN ATAS DAN PENGALI GENAP DI BAWAHNYA'
                       to quiz-record
                   write quiz-record
               when pola-kosong
                   move 'TEPI SAJA: (BARIS + KOLOM - 1) X PENGALI'
                       to quiz-record
                   write quiz-record
                   move 'GANJIL/GENAP SESUAI NOMOR KOLOM'
                       to quiz-record
                   write quiz-record
           end-evaluate.
           move 'TULIS ANGKA TIAP BARIS BERURUTAN DARI KIRI'
               to quiz-record.
           write quiz-record.
       baris-kunci.
           perform bangun-pola.
           move ws-row-line to key-record
           write key-record.
       kolom-batch.
           move 8 to kol
           perform deret-kol varying m from 1 by 1 until m > k.
           add 1 to lin.
       deret-pola.
           perform cek-halaman
           perform bangun-pola
           display (lin, 8) ws-row-tampil
           add 1 to lin.
       cek-halaman.
           if lin > page-height
               display (lin, 6) '-- MORE --'
