      *> Anonymized extract for the faculty's teaching-research group.
      *>   bin/riset <penerima> [MIN=<n>]
      *> Each NPM is replaced by a pseudonym from data/RISET-MAP.DAT
      *> (npm, pseudonym, date first issued). The mapping stays here
      *> and is never part of a release: the same student keeps the
      *> same pseudonym in every extract, and new NPMs get a fresh
      *> random one. Names, kampus, operators, stations and
      *> timestamps are left out; what goes is kelas, lab week,
      *> shape or program, dimensions, results and grade components:
      *>   data/RISET-AUDIT.DAT   T2202 audit trail (what-if records
      *>                          are operator work and stay out, as
      *>                          do CTL records, reversing records
      *>                          and the records they void)
      *>   data/RISET-AKTIV.DAT   ACTIVITY-LOG
      *>   data/RISET-NILAI.DAT   TERM-GRADE components
      *> A kelas/week cell (kelas alone for the grades) with fewer
      *> than MIN distinct students, default 5, is suppressed whole.
      *> Every release is logged in data/RISET-LOG.DAT with the
      *> recipient, and on the security log. Senior operators only.
       identification division.
       program-id. RISET.
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
           select activity-log assign to "data/ACTIVITY-LOG.DAT"
               organization is line sequential
               file status is ws-act-status.
           select term-grade assign to "data/TERM-GRADE.DAT"
               organization is line sequential
               file status is ws-tg-status.
           select peta-file assign to "data/RISET-MAP.DAT"
               organization is line sequential
               file status is ws-pt-status.
           select riset-audit assign to "data/RISET-AUDIT.DAT"
               organization is line sequential
               file status is ws-ra-status.
           select riset-aktiv assign to "data/RISET-AKTIV.DAT"
               organization is line sequential
               file status is ws-rk-status.
           select riset-nilai assign to "data/RISET-NILAI.DAT"
               organization is line sequential
               file status is ws-rn-status.
           select riset-log assign to "data/RISET-LOG.DAT"
               organization is line sequential
               file status is ws-rl-status.
       data division.
       file section.
       fd student-master.
           copy STUMAST.
       fd audit-file.
           copy T2AUDIT.
       fd activity-log.
           copy ACTLOG.
       fd term-grade.
       01 term-grade-record pic x(88).
       fd peta-file.
       01 peta-record.
           05 pf-npm pic x(8).
           05 filler pic x.
           05 pf-pseudo pic x(8).
           05 filler pic x.
           05 pf-tgl pic x(8).
       fd riset-audit.
       01 riset-audit-record pic x(100).
       fd riset-aktiv.
       01 riset-aktiv-record pic x(60).
       fd riset-nilai.
       01 riset-nilai-record pic x(88).
       fd riset-log.
       01 riset-log-record pic x(100).
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-kor-hasil pic x.
       77  ws-act-status pic xx.
       77  ws-tg-status pic xx.
       77  ws-pt-status pic xx.
       77  ws-ra-status pic xx.
       77  ws-rk-status pic xx.
       77  ws-rn-status pic xx.
       77  ws-rl-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-run-time pic x(8).
       77  ws-cli-arg pic x(60).
       77  ws-penerima pic x(20).
       77  ws-opsi pic x(20).
       77  ws-min pic 99 value 5.
       77  ws-master-ada pic x value 'N'.
       77  ws-operator pic x(10).
       77  ws-opr-level-perlu pic 9.
       77  ws-opr-hasil pic x.
           88 operator-sah value 'Y'.
       77  ws-sec-program pic x(10) value 'RISET'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
      *> Pseudonym map, with the kelas looked up once per student and
      *> the weeks each source has already counted the student in.
       01  peta-tabel.
           02 pt-item occurs 3000 times indexed by pt-idx.
               03 pt-npm pic x(8).
               03 pt-pseudo pic x(8).
               03 pt-tgl pic x(8).
               03 pt-kelas pic x(5).
               03 pt-sumber occurs 3 times.
                   04 pt-minggu pic x(4) occurs 20 times.
                   04 pt-minggu-n pic 99.
       77  pt-count pic 9(4) value 0.
       77  pt-lama pic 9(4) value 0.
       77  pt-penuh pic x value 'N'.
       01  sel-tabel.
           02 sl-item occurs 600 times indexed by sl-idx.
               03 sl-sumber pic 9.
               03 sl-kelas pic x(5).
               03 sl-minggu pic x(4).
               03 sl-n pic 9(5).
       77  sl-count pic 9(3) value 0.
       77  sl-penuh pic x value 'N'.
       77  ws-sumber pic 9.
       77  ws-npm pic x(8).
       77  ws-kelas pic x(5).
       77  ws-minggu pic x(4).
       77  ws-mg pic 99.
       77  ws-ketemu pic x.
       77  ws-acak pic 9v9(9).
       77  ws-acak-num pic 9(7).
       77  ws-benih pic 9(8).
       77  ws-pseudo pic x(8).
       77  ws-unik pic x.
       77  ws-lepas pic 9(6).
       77  ws-tahan-baris pic 9(6).
       77  ws-tahan-sel pic 9(4).
       77  ws-file-nama pic x(16).
       01  ws-edit-angka.
           05 ws-ed-1 pic zzzz9.99.
           05 ws-ed-2 pic zzzz9.99.
           05 ws-ed-3 pic zzzz9.99.
           05 ws-ed-4 pic zzzz9.99.
           05 ws-ed-5 pic zzzz9.99.
       77  ws-ed-cnt pic zzzzz9.
       77  ws-ed-cnt2 pic zzzzz9.
       77  ws-ed-cnt3 pic zzz9.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           accept ws-cli-arg from command-line.
           accept ws-operator from environment 'LABOPR'
               on exception move spaces to ws-operator
           end-accept.
      *> Releasing data outside the lab is a senior function.
           move 1 to ws-opr-level-perlu.
           call 'OPRCHK' using ws-operator, ws-opr-level-perlu,
               ws-opr-hasil.
           if not operator-sah
               display 'RISET HANYA UNTUK OPERATOR SENIOR'
               move 'AKSES-TOLAK' to ws-sec-event
               move 'EKSTRAK RISET' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           unstring ws-cli-arg delimited by all space
               into ws-penerima ws-opsi.
           if ws-penerima = spaces or ws-penerima(1:4) = 'MIN='
               display 'USAGE: bin/riset <PENERIMA> [MIN=<N>]'
               display 'PENERIMA WAJIB: UNTUK SIAPA DATA DIRILIS'
               go to selesai
           end-if.
           if ws-opsi(1:4) = 'MIN='
               if ws-opsi(5:2) numeric and ws-opsi(5:2) >= '02'
                   move ws-opsi(5:2) to ws-min
               else
                   if ws-opsi(5:1) numeric and ws-opsi(6:1) = space
                           and ws-opsi(5:1) >= '2'
                       move ws-opsi(5:1) to ws-min
                   else
                       display 'MIN TIDAK SAH (2-99): ' ws-opsi
                       go to selesai
                   end-if
               end-if
           end-if.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           else
               display 'PERHATIAN: STUMAST TIDAK TERBUKA - KELAS ?????'
           end-if.
           perform muat-peta.
           if pt-penuh = 'Y'
               display 'PETA PSEUDONIM > 3000 NPM - EKSTRAK DIBATALKAN'
               go to tutup-master
           end-if.
      *> First pass over every source: assign pseudonyms and count
      *> the distinct students in each cell.
           perform hitung-audit.
           perform hitung-aktiv.
           perform hitung-nilai.
           if pt-penuh = 'Y' or sl-penuh = 'Y'
               display 'TABEL PENUH (NPM > 3000 ATAU SEL > 600) -'
                   ' EKSTRAK DIBATALKAN'
               go to tutup-master
           end-if.
           perform simpan-peta.
           perform tulis-audit.
           perform tulis-aktiv.
           perform tulis-nilai.
           move 'EKSPOR-RISET' to ws-sec-event.
           move ws-penerima to ws-sec-detail.
           call 'SECLOG' using ws-sec-program, ws-sec-event,
               ws-operator, ws-sec-detail.
           display 'EKSTRAK RISET UNTUK ' ws-penerima ' SELESAI'.
           display 'LIHAT data/RISET-LOG.DAT'.

       tutup-master.
           if ws-master-ada = 'Y'
               close student-master
           end-if.

       selesai.
           stop run.

       muat-peta.
           open input peta-file.
           if ws-pt-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read peta-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and pf-npm not = spaces
                       if pt-count >= 3000
                           move 'Y' to pt-penuh
                       else
                           add 1 to pt-count
                           set pt-idx to pt-count
                           move pf-npm to pt-npm(pt-idx)
                           move pf-pseudo to pt-pseudo(pt-idx)
                           move pf-tgl to pt-tgl(pt-idx)
                           perform siapkan-entri
                       end-if
                   end-if
               end-perform
               close peta-file
           end-if.
           move pt-count to pt-lama.
      *> Seeded from the clock once; the draws after that follow on.
           move ws-run-time to ws-benih.
           compute ws-acak = function random(ws-benih).

       siapkan-entri.
           move spaces to pt-kelas(pt-idx).
           move 0 to pt-minggu-n(pt-idx 1) pt-minggu-n(pt-idx 2)
               pt-minggu-n(pt-idx 3).

      *> Only a map that grew is written back, in full, so the
      *> pseudonyms already issued never move.
       simpan-peta.
           if pt-count = pt-lama
               exit paragraph
           end-if.
           open output peta-file.
           perform varying pt-idx from 1 by 1 until pt-idx > pt-count
               move spaces to peta-record
               move pt-npm(pt-idx) to pf-npm
               move pt-pseudo(pt-idx) to pf-pseudo
               move pt-tgl(pt-idx) to pf-tgl
               write peta-record
           end-perform.
           close peta-file.

      *> Sets pt-idx to the student's map entry, adding one with a new
      *> pseudonym (and the kelas from the master) the first time.
       cari-peta.
           move 'N' to ws-ketemu.
           perform varying pt-idx from 1 by 1
                   until pt-idx > pt-count or ws-ketemu = 'Y'
               if pt-npm(pt-idx) = ws-npm
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'Y'
               set pt-idx down by 1
           else
               if pt-count >= 3000
                   move 'Y' to pt-penuh
                   exit paragraph
               end-if
               add 1 to pt-count
               set pt-idx to pt-count
               move ws-npm to pt-npm(pt-idx)
               move ws-run-date to pt-tgl(pt-idx)
               perform siapkan-entri
               perform buat-pseudonim
               set pt-idx to pt-count
               move ws-pseudo to pt-pseudo(pt-idx)
           end-if.
           if pt-kelas(pt-idx) = spaces
               move '?????' to pt-kelas(pt-idx)
               if ws-master-ada = 'Y'
                   move ws-npm to sm-npm
                   read student-master
                       invalid key continue
                   end-read
                   if ws-sm-status = "00"
                       move sm-kelas to pt-kelas(pt-idx)
                   end-if
               end-if
           end-if.

       buat-pseudonim.
           move 'N' to ws-unik.
           perform until ws-unik = 'Y'
               compute ws-acak = function random
               compute ws-acak-num = ws-acak * 10000000
               move 'R' to ws-pseudo
               move ws-acak-num to ws-pseudo(2:7)
               move 'Y' to ws-unik
               perform varying pt-idx from 1 by 1
                       until pt-idx >= pt-count
                   if pt-pseudo(pt-idx) = ws-pseudo
                       move 'N' to ws-unik
                   end-if
               end-perform
           end-perform.

      *> Counts the student into the (source, kelas, week) cell the
      *> first time that week is seen for them from that source.
       catat-sel.
           perform cari-peta.
           if pt-penuh = 'Y'
               exit paragraph
           end-if.
           move 'N' to ws-ketemu.
           perform varying ws-mg from 1 by 1
                   until ws-mg > pt-minggu-n(pt-idx ws-sumber)
               if pt-minggu(pt-idx ws-sumber ws-mg) = ws-minggu
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
      *> Past 20 weeks a student is no longer counted, which can only
      *> suppress more, never less.
           if ws-ketemu = 'Y' or pt-minggu-n(pt-idx ws-sumber) >= 20
               exit paragraph
           end-if.
           add 1 to pt-minggu-n(pt-idx ws-sumber).
           move pt-minggu-n(pt-idx ws-sumber) to ws-mg.
           move ws-minggu to pt-minggu(pt-idx ws-sumber ws-mg).
           if ws-sumber = 3
               move term-grade-record(10:5) to ws-kelas
           else
               move pt-kelas(pt-idx) to ws-kelas
           end-if.
           perform cari-sel.
           if sl-penuh = 'N'
               add 1 to sl-n(sl-idx)
           end-if.

       cari-sel.
           move 'N' to ws-ketemu.
           perform varying sl-idx from 1 by 1
                   until sl-idx > sl-count or ws-ketemu = 'Y'
               if sl-sumber(sl-idx) = ws-sumber
                       and sl-kelas(sl-idx) = ws-kelas
                       and sl-minggu(sl-idx) = ws-minggu
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'Y'
               set sl-idx down by 1
           else
               if sl-count >= 600
                   move 'Y' to sl-penuh
                   exit paragraph
               end-if
               add 1 to sl-count
               set sl-idx to sl-count
               move ws-sumber to sl-sumber(sl-idx)
               move ws-kelas to sl-kelas(sl-idx)
               move ws-minggu to sl-minggu(sl-idx)
               move 0 to sl-n(sl-idx)
           end-if.

       hitung-audit.
           move 1 to ws-sumber.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and aud-mode not = 'W'
                           and aud-npm not = spaces
                           and aud-npm(1:3) not = 'CTL'
                           and not aud-batal
                       call 'KORGET' using aud-npm, aud-timestamp,
                           ws-kor-hasil
                       if ws-kor-hasil = 'N'
                           move aud-npm to ws-npm
                           move aud-lab-week to ws-minggu
                           perform catat-sel
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.

       hitung-aktiv.
           move 2 to ws-sumber.
           open input activity-log.
           if ws-act-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read activity-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and act-npm not = spaces
                       move act-npm to ws-npm
                       move act-lab-week to ws-minggu
                       perform catat-sel
                   end-if
               end-perform
               close activity-log
           end-if.

      *> The grade file carries its own kelas; the cell is the kelas
      *> for the whole term.
       hitung-nilai.
           move 3 to ws-sumber.
           open input term-grade.
           if ws-tg-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read term-grade
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and term-grade-record(1:10)
                           not = 'TERM GRADE'
                           and term-grade-record(1:8) not = spaces
                       move term-grade-record(1:8) to ws-npm
                       move spaces to ws-minggu
                       perform catat-sel
                   end-if
               end-perform
               close term-grade
           end-if.

       tulis-audit.
           move 1 to ws-sumber.
           perform mulai-hitung-rilis.
           open output riset-audit.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and aud-mode not = 'W'
                           and aud-npm not = spaces
                           and aud-npm(1:3) not = 'CTL'
                           and not aud-batal
                       call 'KORGET' using aud-npm, aud-timestamp,
                           ws-kor-hasil
                       if ws-kor-hasil = 'N'
                           move aud-npm to ws-npm
                           move aud-lab-week to ws-minggu
                           perform periksa-sel
                           if ws-ketemu = 'Y'
                               perform tulis-baris-audit
                           end-if
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.
           close riset-audit.
           move 'RISET-AUDIT.DAT' to ws-file-nama.
           perform tulis-log.

       tulis-baris-audit.
           move aud-in1 to ws-ed-1.
           move aud-in2 to ws-ed-2.
           move aud-in3 to ws-ed-3.
           move aud-ohasil to ws-ed-4.
           move aud-jawab to ws-ed-5.
           move spaces to riset-audit-record.
           string pt-pseudo(pt-idx) delimited by size
               ' ' delimited by size
               pt-kelas(pt-idx) delimited by size
               ' ' delimited by size
               aud-lab-week delimited by size
               ' ' delimited by size
               aud-shape delimited by size
               ' ' delimited by size
               ws-ed-1 delimited by size
               ' ' delimited by size
               ws-ed-2 delimited by size
               ' ' delimited by size
               ws-ed-3 delimited by size
               ' ' delimited by size
               ws-ed-4 delimited by size
               ' ' delimited by size
               aud-unit delimited by size
               ' ' delimited by size
               aud-mode delimited by size
               ' ' delimited by size
               aud-elig delimited by size
               ' ' delimited by size
               aud-late delimited by size
               ' ' delimited by size
               ws-ed-5 delimited by size
               ' ' delimited by size
               aud-vonis delimited by size
               into riset-audit-record.
           write riset-audit-record.

       tulis-aktiv.
           move 2 to ws-sumber.
           perform mulai-hitung-rilis.
           open output riset-aktiv.
           open input activity-log.
           if ws-act-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read activity-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and act-npm not = spaces
                       move act-npm to ws-npm
                       move act-lab-week to ws-minggu
                       perform periksa-sel
                       if ws-ketemu = 'Y'
                           move spaces to riset-aktiv-record
                           string pt-pseudo(pt-idx) delimited by size
                               ' ' delimited by size
                               pt-kelas(pt-idx) delimited by size
                               ' ' delimited by size
                               act-lab-week delimited by size
                               ' ' delimited by size
                               act-program delimited by size
                               ' ' delimited by size
                               act-detail delimited by size
                               into riset-aktiv-record
                           write riset-aktiv-record
                       end-if
                   end-if
               end-perform
               close activity-log
           end-if.
           close riset-aktiv.
           move 'RISET-AKTIV.DAT' to ws-file-nama.
           perform tulis-log.

      *> Everything after the NPM on a TERM-GRADE line is kelas and
      *> grade components, so the line goes out behind the pseudonym.
       tulis-nilai.
           move 3 to ws-sumber.
           perform mulai-hitung-rilis.
           open output riset-nilai.
           open input term-grade.
           if ws-tg-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read term-grade
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and term-grade-record(1:10)
                           not = 'TERM GRADE'
                           and term-grade-record(1:8) not = spaces
                       move term-grade-record(1:8) to ws-npm
                       move spaces to ws-minggu
                       perform periksa-sel
                       if ws-ketemu = 'Y'
                           move term-grade-record to riset-nilai-record
                           move pt-pseudo(pt-idx)
                               to riset-nilai-record(1:8)
                           write riset-nilai-record
                       end-if
                   end-if
               end-perform
               close term-grade
           end-if.
           close riset-nilai.
           move 'RISET-NILAI.DAT' to ws-file-nama.
           perform tulis-log.

      *> Cells below the minimum are counted once per source for the
      *> log; their lines are counted as they are held back.
       mulai-hitung-rilis.
           move 0 to ws-lepas.
           move 0 to ws-tahan-baris.
           move 0 to ws-tahan-sel.
           perform varying sl-idx from 1 by 1 until sl-idx > sl-count
               if sl-sumber(sl-idx) = ws-sumber
                       and sl-n(sl-idx) < ws-min
                   add 1 to ws-tahan-sel
               end-if
           end-perform.

      *> ws-ketemu comes back 'Y' when the line may be released.
       periksa-sel.
           perform cari-peta.
           if ws-sumber = 3
               move term-grade-record(10:5) to ws-kelas
           else
               move pt-kelas(pt-idx) to ws-kelas
           end-if.
           perform cari-sel.
           if ws-ketemu = 'Y' and sl-n(sl-idx) >= ws-min
               add 1 to ws-lepas
           else
               move 'N' to ws-ketemu
               add 1 to ws-tahan-baris
           end-if.

       tulis-log.
           open extend riset-log.
           if ws-rl-status = "35"
               open output riset-log
           end-if.
           move ws-lepas to ws-ed-cnt.
           move ws-tahan-baris to ws-ed-cnt2.
           move ws-tahan-sel to ws-ed-cnt3.
           move spaces to riset-log-record.
           string ws-run-date delimited by size
               ' ' delimited by size
               ws-run-time(1:6) delimited by size
               ' ' delimited by size
               ws-operator delimited by size
               ' ' delimited by size
               ws-penerima delimited by size
               ' ' delimited by size
               ws-file-nama delimited by size
               ' RILIS=' delimited by size
               ws-ed-cnt delimited by size
               ' TAHAN=' delimited by size
               ws-ed-cnt2 delimited by size
               ' SEL=' delimited by size
               ws-ed-cnt3 delimited by size
               ' MIN=' delimited by size
               ws-min delimited by size
               into riset-log-record.
           write riset-log-record.
           close riset-log.
           display ws-file-nama ' RILIS ' ws-lepas ' TAHAN '
               ws-tahan-baris.
