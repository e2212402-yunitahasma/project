      *> Assignment completion matrix: for each kelas, the students
      *> down the side and the kelas's scheduled assignments from
      *> data/ASSIGN-SCHED.DAT across the top (kelas '*' lines apply
      *> to every kelas, an exact kelas line wins, as in ASNGET), so
      *> the instructor sees who did the set exercise rather than
      *> just something. A cell is
      *>   OK  done with the scheduled parameters, on time
      *>   TL  done with the scheduled parameters after the week's
      *>       cutoff (an approved make-up inside its own cutoff
      *>       counts as OK, as in LATECHK)
      *>   PR  the program was run for the week, but not with the
      *>       scheduled N or base
      *>   --  nothing for that program in that week
      *> The series programs' work comes from ACT-DETAIL in the
      *> activity file ('N=' and 'B=' figures, compared against the
      *> schedule's param1 and param2 where the schedule sets them);
      *> UJIAN is T2202's exam and comes from the audit trail's exam
      *> records. When a student has several tries, the best counts.
      *> At the foot of each kelas: the counts per mark and the
      *> percentage of students done (OK or TL) per assignment.
      *> Students who have withdrawn (keluar) are left off.
      *> Output: data/ASSIGN-MATRIX.DAT, one section per kelas.
      *> USAGE: bin/asnmtx [KELAS]  (LABBATCH job ASNMX)
       identification division.
       program-id. ASNMTX.
       environment division.
       input-output section.
       file-control.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select assign-sched assign to "data/ASSIGN-SCHED.DAT"
               organization is line sequential
               file status is ws-as-status.
           select activity-log assign to "data/ACTIVITY-LOG.DAT"
               organization is line sequential
               file status is ws-act-status.
           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
           select matrix-report assign to "data/ASSIGN-MATRIX.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd student-master.
           copy STUMAST.
       fd assign-sched.
       01 assign-sched-record.
           05 as-minggu pic x(4).
           05 filler pic x.
           05 as-kelas pic x(5).
           05 filler pic x.
           05 as-program pic x(5).
           05 filler pic x.
           05 as-param1 pic 9(4).
           05 filler pic x.
           05 as-param2 pic 9(4).
           05 filler pic x.
           05 as-deret pic x(6).
       fd activity-log.
           copy ACTLOG.
       fd audit-file.
           copy T2AUDIT.
       fd matrix-report.
       01 matrix-report-record pic x(132).
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-as-status pic xx.
       77  ws-act-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-kor-hasil pic x.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-kelas-pilih pic x(5).
       77  ws-kelas pic x(5).
       77  ws-ada pic x.
       77  ws-ptr pic 9(3).
       77  ws-i pic 9(3).
       77  ws-j pic 9(3).
       77  ws-k pic 9(3).
      *> Roster, in NPM order as the master is read.
       01  roster-tabel.
           05 rs-item occurs 2000 times indexed by rs-idx.
               10 rs-npm pic x(8).
               10 rs-nama pic x(30).
               10 rs-kelas pic x(5).
       77  rs-count pic 9(4) value 0.
       77  rs-pos pic 9(4).
       01  kelas-tabel.
           05 kl-kode pic x(5) occurs 100 times indexed by kl-idx.
       77  kl-count pic 9(3) value 0.
       01  kl-tukar pic x(5).
      *> The schedule as written, every line.
       01  jadwal-tabel.
           05 jd-item occurs 100 times indexed by jd-idx.
               10 jd-minggu pic x(4).
               10 jd-kelas pic x(5).
               10 jd-program pic x(5).
       77  jd-count pic 9(3) value 0.
      *> One kelas's assignment columns, in week order.
       01  kolom-tabel.
           05 ko-item occurs 16 times indexed by ko-idx.
               10 ko-minggu pic x(4).
               10 ko-program pic x(5).
               10 ko-ok pic 9(4).
               10 ko-tl pic 9(4).
               10 ko-pr pic 9(4).
               10 ko-belum pic 9(4).
       77  ko-count pic 99 value 0.
       77  ko-lebih pic 9(3) value 0.
       01  ko-tukar pic x(25).
      *> Best mark so far per student, week and program: 3 OK, 2 TL,
      *> 1 PR.
       01  bukti-tabel.
           05 bk-item occurs 8000 times indexed by bk-idx.
               10 bk-npm pic x(8).
               10 bk-minggu pic x(4).
               10 bk-program pic x(5).
               10 bk-nilai pic 9.
       77  bk-count pic 9(4) value 0.
       77  ws-bk-penuh pic 9(5) value 0.
      *> One piece of work being judged.
       77  ws-w-npm pic x(8).
       77  ws-w-minggu pic x(4).
       77  ws-w-program pic x(5).
       77  ws-w-ts pic x(14).
       77  ws-w-telat pic x.
       77  ws-w-nilai pic 9.
       77  ws-asn-p1 pic 9(4).
       77  ws-asn-p2 pic 9(4).
       77  ws-asn-hasil pic x.
           88 asn-ada value 'Y'.
       77  ws-kal-tgl pic x(8).
       77  ws-kal-cutoff pic x(14).
       77  ws-kal-hasil pic x.
       77  ws-sus-hasil pic x.
      *> 'N=' and 'B=' figures read out of ACT-DETAIL.
       77  ws-det-kunci pic xx.
       77  ws-det-angka pic 9(4).
       77  ws-det-ada pic x.
       77  ws-det-n pic 9(4).
       77  ws-det-n-ada pic x.
       77  ws-det-b pic 9(4).
       77  ws-det-b-ada pic x.
       77  ws-digit pic 9.
      *> Report lines.
       01  ws-baris pic x(132).
       77  ws-sel pic x(2).
       77  ws-persen pic 9(3).
       77  ws-label pic x(29).
       77  ws-tot-mhs pic 9(4).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           move ws-cli-arg(1:5) to ws-kelas-pilih.
           perform muat-roster.
           if rs-count = 0
               display 'TIDAK ADA MAHASISWA UNTUK MATRIKS'
               display 'USAGE: bin/asnmtx [KELAS]'
               go to selesai
           end-if.
           perform muat-jadwal.
           perform kumpul-kegiatan.
           perform kumpul-ujian.
           perform urutkan-kelas.
           open output matrix-report.
           move spaces to matrix-report-record.
           string '=== MATRIKS PENYELESAIAN TUGAS PER KELAS - RUN '
               delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into matrix-report-record.
           write matrix-report-record.
           move 'OK=SESUAI JADWAL  TL=SESUAI TAPI TERLAMBAT'
               to matrix-report-record.
           write matrix-report-record.
           move 'PR=PARAMETER LAIN  --=TIDAK ADA'
               to matrix-report-record.
           write matrix-report-record.
           perform tulis-kelas
               varying kl-idx from 1 by 1 until kl-idx > kl-count.
           close matrix-report.
           if ws-bk-penuh > 0
               display 'PERHATIAN: TABEL KERJA PENUH, ' ws-bk-penuh
                   ' RECORD TIDAK DINILAI'
           end-if.
           display 'MAHASISWA : ' rs-count.
           display 'KELAS     : ' kl-count.
           display 'LIHAT data/ASSIGN-MATRIX.DAT'.

       selesai.
           stop run.

       muat-roster.
           open input student-master.
           if ws-sm-status not = "00"
               display 'FILE data/STUMAST.DAT TIDAK DITEMUKAN'
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read student-master next
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and not sm-keluar
                   if ws-kelas-pilih = spaces
                           or sm-kelas = ws-kelas-pilih
                       perform catat-roster
                   end-if
               end-if
           end-perform.
           close student-master.

       catat-roster.
           if rs-count < 2000
               add 1 to rs-count
               set rs-idx to rs-count
               move sm-npm to rs-npm(rs-idx)
               move sm-nama to rs-nama(rs-idx)
               move sm-kelas to rs-kelas(rs-idx)
           end-if.
           move 'N' to ws-ada.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               if kl-kode(kl-idx) = sm-kelas
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'N' and kl-count < 100
               add 1 to kl-count
               move sm-kelas to kl-kode(kl-count)
           end-if.

       muat-jadwal.
           open input assign-sched.
           if ws-as-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read assign-sched
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and as-minggu not = spaces
                       and jd-count < 100
                   add 1 to jd-count
                   set jd-idx to jd-count
                   move as-minggu to jd-minggu(jd-idx)
                   move as-kelas to jd-kelas(jd-idx)
                   move as-program to jd-program(jd-idx)
               end-if
           end-perform.
           close assign-sched.

      *> Only programs the student's kelas was scheduled for that
      *> week are judged; anything else is not an assignment.
       kumpul-kegiatan.
           open input activity-log.
           if ws-act-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read activity-log
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   move act-npm to ws-w-npm
                   perform cari-roster
                   if rs-pos > 0
                       move act-lab-week to ws-w-minggu
                       move act-program(1:5) to ws-w-program
                       move act-timestamp to ws-w-ts
                       perform nilai-kegiatan
                   end-if
               end-if
           end-perform.
           close activity-log.

       nilai-kegiatan.
           move rs-kelas(rs-pos) to ws-kelas.
           call 'ASNGET' using ws-w-minggu, ws-kelas, ws-w-program,
               ws-asn-p1, ws-asn-p2, ws-asn-hasil.
           if not asn-ada
               exit paragraph
           end-if.
           perform baca-detail.
           move 3 to ws-w-nilai.
           move 'N' to ws-w-telat.
           if ws-asn-p1 > 0 and ws-det-n-ada = 'Y'
                   and ws-det-n not = ws-asn-p1
               move 1 to ws-w-nilai
           end-if.
           if ws-asn-p2 > 0 and ws-det-b-ada = 'Y'
                   and ws-det-b not = ws-asn-p2
               move 1 to ws-w-nilai
           end-if.
           if ws-w-nilai = 3
               move spaces to ws-kal-tgl
               call 'WEEKCAL' using ws-kal-tgl, ws-w-minggu,
                   ws-kal-cutoff, ws-kal-hasil
               if ws-kal-hasil = 'Y' and ws-w-ts > ws-kal-cutoff
                   move 'Y' to ws-w-telat
                   perform periksa-susulan
               end-if
           end-if.
           perform catat-bukti.

       baca-detail.
           move 'N=' to ws-det-kunci.
           perform ambil-angka.
           move ws-det-angka to ws-det-n.
           move ws-det-ada to ws-det-n-ada.
           move 'B=' to ws-det-kunci.
           perform ambil-angka.
           move ws-det-angka to ws-det-b.
           move ws-det-ada to ws-det-b-ada.

      *> The digits straight after the key, up to the first
      *> non-digit; a detail without the key tells nothing.
       ambil-angka.
           move 0 to ws-det-angka.
           move 'N' to ws-det-ada.
           move 0 to ws-ptr.
           inspect act-detail tallying ws-ptr
               for characters before initial ws-det-kunci.
           if ws-ptr > 17
               exit paragraph
           end-if.
           compute ws-i = ws-ptr + 3.
           perform until ws-i > 20
               if act-detail(ws-i:1) is numeric
                   move act-detail(ws-i:1) to ws-digit
                   compute ws-det-angka = ws-det-angka * 10 + ws-digit
                   move 'Y' to ws-det-ada
                   add 1 to ws-i
               else
                   move 21 to ws-i
               end-if
           end-perform.

      *> An approved make-up covers late work up to its own cutoff.
       periksa-susulan.
           call 'SUSGET' using ws-w-npm, ws-w-minggu, ws-w-ts,
               ws-sus-hasil.
           if ws-sus-hasil = 'S'
               move 'N' to ws-w-telat
           end-if.
           if ws-w-telat = 'Y'
               move 2 to ws-w-nilai
           end-if.

      *> T2202's exam is marked on its own records; the record's late
      *> flag was set against the calendar when it was written.
      *> Reversing records and the records they void are skipped; a
      *> replacement is dated by the original it stands in for.
       kumpul-ujian.
           open input audit-file.
           if ws-aud-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read audit-file
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and aud-mode = 'U' and not aud-batal
                   call 'KORGET' using aud-npm, aud-timestamp,
                       ws-kor-hasil
                   if ws-kor-hasil = 'N'
                       move aud-npm to ws-w-npm
                       perform cari-roster
                       if rs-pos > 0
                           perform nilai-ujian
                       end-if
                   end-if
               end-if
           end-perform.
           close audit-file.

       nilai-ujian.
           move aud-lab-week to ws-w-minggu.
           move 'UJIAN' to ws-w-program.
           if aud-ganti
               move aud-kor-ref to ws-w-ts
           else
               move aud-timestamp to ws-w-ts
           end-if.
           move rs-kelas(rs-pos) to ws-kelas.
           call 'ASNGET' using ws-w-minggu, ws-kelas, ws-w-program,
               ws-asn-p1, ws-asn-p2, ws-asn-hasil.
           if not asn-ada
               exit paragraph
           end-if.
           move 3 to ws-w-nilai.
           move 'N' to ws-w-telat.
           if aud-late = 'L'
               move 'Y' to ws-w-telat
               perform periksa-susulan
           end-if.
           perform catat-bukti.

       cari-roster.
           move 0 to rs-pos.
           perform varying rs-idx from 1 by 1
                   until rs-idx > rs-count or rs-pos > 0
               if rs-npm(rs-idx) = ws-w-npm
                   set rs-pos to rs-idx
               end-if
           end-perform.

       catat-bukti.
           move 'N' to ws-ada.
           perform varying bk-idx from 1 by 1
                   until bk-idx > bk-count or ws-ada = 'Y'
               if bk-npm(bk-idx) = ws-w-npm
                       and bk-minggu(bk-idx) = ws-w-minggu
                       and bk-program(bk-idx) = ws-w-program
                   move 'Y' to ws-ada
                   if ws-w-nilai > bk-nilai(bk-idx)
                       move ws-w-nilai to bk-nilai(bk-idx)
                   end-if
               end-if
           end-perform.
           if ws-ada = 'N'
               if bk-count < 8000
                   add 1 to bk-count
                   set bk-idx to bk-count
                   move ws-w-npm to bk-npm(bk-idx)
                   move ws-w-minggu to bk-minggu(bk-idx)
                   move ws-w-program to bk-program(bk-idx)
                   move ws-w-nilai to bk-nilai(bk-idx)
               else
                   add 1 to ws-bk-penuh
               end-if
           end-if.

       urutkan-kelas.
           if kl-count > 1
               perform varying ws-i from 1 by 1
                       until ws-i >= kl-count
                   perform varying ws-j from 1 by 1
                           until ws-j > kl-count - ws-i
                       compute ws-k = ws-j + 1
                       if kl-kode(ws-j) > kl-kode(ws-k)
                           move kl-kode(ws-j) to kl-tukar
                           move kl-kode(ws-k) to kl-kode(ws-j)
                           move kl-tukar to kl-kode(ws-k)
                       end-if
                   end-perform
               end-perform
           end-if.

       tulis-kelas.
           move kl-kode(kl-idx) to ws-kelas.
           perform susun-kolom.
           move 0 to ws-tot-mhs.
           perform varying rs-idx from 1 by 1
                   until rs-idx > rs-count
               if rs-kelas(rs-idx) = ws-kelas
                   add 1 to ws-tot-mhs
               end-if
           end-perform.
           move spaces to matrix-report-record.
           write matrix-report-record.
           move spaces to matrix-report-record.
           string 'KELAS ' delimited by size
               ws-kelas delimited by size
               '  MAHASISWA ' delimited by size
               ws-tot-mhs delimited by size
               '  TUGAS ' delimited by size
               ko-count delimited by size
               into matrix-report-record.
           write matrix-report-record.
           if ko-lebih > 0
               move spaces to matrix-report-record
               string '  (' delimited by size
                   ko-lebih delimited by size
                   ' TUGAS LAIN TIDAK MUAT DI MATRIKS)'
                       delimited by size
                   into matrix-report-record
               write matrix-report-record
           end-if.
           if ko-count = 0
               move '  TIDAK ADA TUGAS TERJADWAL UNTUK KELAS INI'
                   to matrix-report-record
               write matrix-report-record
               exit paragraph
           end-if.
           move 'MINGGU' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move ko-minggu(ko-idx) to ws-baris(ws-ptr:4)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
           move 'NPM      NAMA' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move ko-program(ko-idx) to ws-baris(ws-ptr:5)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
           perform varying rs-idx from 1 by 1
                   until rs-idx > rs-count
               if rs-kelas(rs-idx) = ws-kelas
                   perform tulis-mahasiswa
               end-if
           end-perform.
           perform tulis-kaki.

      *> Exact kelas lines and '*' lines both make a column; the same
      *> week and program named twice is one column.
       susun-kolom.
           move 0 to ko-count.
           move 0 to ko-lebih.
           perform varying jd-idx from 1 by 1
                   until jd-idx > jd-count
               if jd-kelas(jd-idx) = ws-kelas
                       or jd-kelas(jd-idx) = '*    '
                   perform tambah-kolom
               end-if
           end-perform.
           if ko-count > 1
               perform varying ws-i from 1 by 1
                       until ws-i >= ko-count
                   perform varying ws-j from 1 by 1
                           until ws-j > ko-count - ws-i
                       compute ws-k = ws-j + 1
                       if ko-minggu(ws-j) > ko-minggu(ws-k)
                               or (ko-minggu(ws-j) = ko-minggu(ws-k)
                               and ko-program(ws-j) > ko-program(ws-k))
                           move ko-item(ws-j) to ko-tukar
                           move ko-item(ws-k) to ko-item(ws-j)
                           move ko-tukar to ko-item(ws-k)
                       end-if
                   end-perform
               end-perform
           end-if.

       tambah-kolom.
           move 'N' to ws-ada.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               if ko-minggu(ko-idx) = jd-minggu(jd-idx)
                       and ko-program(ko-idx) = jd-program(jd-idx)
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'Y'
               exit paragraph
           end-if.
           if ko-count < 16
               add 1 to ko-count
               set ko-idx to ko-count
               move jd-minggu(jd-idx) to ko-minggu(ko-idx)
               move jd-program(jd-idx) to ko-program(ko-idx)
               move 0 to ko-ok(ko-idx)
               move 0 to ko-tl(ko-idx)
               move 0 to ko-pr(ko-idx)
               move 0 to ko-belum(ko-idx)
           else
               add 1 to ko-lebih
           end-if.

       tulis-mahasiswa.
           move spaces to ws-baris.
           move rs-npm(rs-idx) to ws-baris(1:8).
           move rs-nama(rs-idx)(1:19) to ws-baris(10:19).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               perform cari-sel
               move ws-sel to ws-baris(ws-ptr:2)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.

       cari-sel.
           move 0 to ws-w-nilai.
           perform varying bk-idx from 1 by 1
                   until bk-idx > bk-count
               if bk-npm(bk-idx) = rs-npm(rs-idx)
                       and bk-minggu(bk-idx) = ko-minggu(ko-idx)
                       and bk-program(bk-idx) = ko-program(ko-idx)
                   move bk-nilai(bk-idx) to ws-w-nilai
               end-if
           end-perform.
           evaluate ws-w-nilai
               when 3
                   move 'OK' to ws-sel
                   add 1 to ko-ok(ko-idx)
               when 2
                   move 'TL' to ws-sel
                   add 1 to ko-tl(ko-idx)
               when 1
                   move 'PR' to ws-sel
                   add 1 to ko-pr(ko-idx)
               when other
                   move '--' to ws-sel
                   add 1 to ko-belum(ko-idx)
           end-evaluate.

       tulis-kaki.
           move 'JUMLAH OK' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move ko-ok(ko-idx) to ws-baris(ws-ptr:4)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
           move 'JUMLAH TL' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move ko-tl(ko-idx) to ws-baris(ws-ptr:4)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
           move 'JUMLAH PR' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move ko-pr(ko-idx) to ws-baris(ws-ptr:4)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
           move 'JUMLAH --' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move ko-belum(ko-idx) to ws-baris(ws-ptr:4)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
           move '% SELESAI (OK+TL)' to ws-label.
           move spaces to ws-baris.
           move ws-label to ws-baris(1:29).
           move 30 to ws-ptr.
           perform varying ko-idx from 1 by 1
                   until ko-idx > ko-count
               move 0 to ws-persen
               if ws-tot-mhs > 0
                   compute ws-persen rounded =
                       (ko-ok(ko-idx) + ko-tl(ko-idx)) * 100
                       / ws-tot-mhs
               end-if
               move ws-persen to ws-baris(ws-ptr:3)
               move '%' to ws-baris(ws-ptr + 3:1)
               add 6 to ws-ptr
           end-perform.
           move ws-baris to matrix-report-record.
           write matrix-report-record.
