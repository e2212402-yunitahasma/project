      *> Weekly early-warning list: the signs a student is falling
      *> behind are already in the suite's files, this job puts them
      *> together per student into one risk score, long before final
      *> grades show a failure. For the lab week, each active student
      *> on the master scores the weight of every sign found:
      *>   ABSEN  no sign-in on data/ATTEND.DAT in the week (only when
      *>          the week has attendance at all)
      *>   TIPIS  fewer graded work records in the week (audit trail
      *>          plus the activity file) than the rubric's minimum
      *>   GAGAL  a GAGAL verdict on GABMARK's data/GABUT-MARK.DAT
      *>   KUIS   a KUISA score (data/KUISA-SCORE.DAT) under the
      *>          rubric's pass mark
      *>   TELAT  late work ('L') in the week
      *>   LUAR   out-of-section work ('N') in the week
      *> Practice, what-if and exam records are not graded work and
      *> raise no sign, nor do reversing records or the records they
      *> void. The weights are the instructors' to tune in
      *> data/RISK-WEIGHTS.DAT, laid out like GRADECALC's rubric:
      *>   <tanda> <bobot> <param>   e.g.  TIPIS 025 002
      *> TIPIS's param is the minimum work count, KUIS's the pass
      *> mark, and the line BATAS <bobot> is the score from which a
      *> student is at risk; a sign without a line keeps its built-in
      *> weight (ABSEN 30, TIPIS 25/2, GAGAL 20, KUIS 20/60, TELAT 10,
      *> LUAR 10, BATAS 40). Output:
      *>   data/RISK-LIST.DAT  at-risk students per kelas with the
      *>                       signs behind each score; BARU marks
      *>                       those not at risk the previous week
      *>   data/RISK-HIST.DAT  the history (RISIKO.cpy) the next
      *>                       week compares against, read by PACKET
      *>                       and NOTICE
      *> USAGE: bin/risiko [MINGGU]  (LABBATCH job RISKO)
       identification division.
       program-id. RISIKO.
       environment division.
       input-output section.
       file-control.
           select weight-file assign to "data/RISK-WEIGHTS.DAT"
               organization is line sequential
               file status is ws-wgt-status.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select attend-file assign to "data/ATTEND.DAT"
               organization is line sequential
               file status is ws-at-status.
           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
           select activity-log assign to "data/ACTIVITY-LOG.DAT"
               organization is line sequential
               file status is ws-act-status.
           select gabut-mark assign to "data/GABUT-MARK.DAT"
               organization is line sequential
               file status is ws-gm-status.
           select kuisa-score assign to "data/KUISA-SCORE.DAT"
               organization is line sequential
               file status is ws-ks-status.
           select risk-hist assign to "data/RISK-HIST.DAT"
               organization is line sequential
               file status is ws-rh-status.
           select risk-baru assign to "data/RISK-HIST.TMP"
               organization is line sequential
               file status is ws-rb-status.
           select risk-list assign to "data/RISK-LIST.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd weight-file.
       01 weight-record.
           05 wgt-tanda pic x(5).
           05 filler pic x.
           05 wgt-bobot pic 9(3).
           05 filler pic x.
           05 wgt-param pic 9(3).
       fd student-master.
           copy STUMAST.
       fd attend-file.
           copy ATTEND.
       fd audit-file.
           copy T2AUDIT.
       fd activity-log.
           copy ACTLOG.
       fd gabut-mark.
       01 gabut-mark-record pic x(100).
       fd kuisa-score.
       01 kuisa-score-record.
           05 ks-npm pic x(8).
           05 filler pic x.
           05 ks-score pic 9(3).
       fd risk-hist.
           copy RISIKO.
       fd risk-baru.
       01 risk-baru-record pic x(61).
       fd risk-list.
       01 risk-list-record pic x(100).
       working-storage section.
       77  ws-wgt-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-at-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-kor-hasil pic x.
       77  ws-act-status pic xx.
       77  ws-gm-status pic xx.
       77  ws-ks-status pic xx.
       77  ws-rh-status pic xx.
       77  ws-rb-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-minggu pic x(4).
       77  ws-minggu-lalu pic x(4) value spaces.
       77  ws-kal-cutoff pic x(14).
       77  ws-kal-hasil pic x.
       77  ws-at-minggu pic x(4).
       77  ws-at-cutoff pic x(14).
       77  ws-at-hasil pic x.
       77  ws-bobot-absen pic 9(3) value 30.
       77  ws-bobot-tipis pic 9(3) value 25.
       77  ws-min-kerja pic 9(3) value 2.
       77  ws-bobot-gagal pic 9(3) value 20.
       77  ws-bobot-kuis pic 9(3) value 20.
       77  ws-lulus-kuis pic 9(3) value 60.
       77  ws-bobot-telat pic 9(3) value 10.
       77  ws-bobot-luar pic 9(3) value 10.
       77  ws-batas pic 9(3) value 40.
       77  ws-rubrik-ada pic x value 'N'.
       77  ws-hadir-ada pic x value 'N'.
       77  ws-hit-gagal pic 9(3).
       77  ws-cari-npm pic x(8).
       77  ws-ketemu pic x.
       77  ws-alasan pic x(50).
       77  ws-ptr pic 99.
       77  ws-berisiko pic 9(4) value 0.
       77  ws-baru pic 9(4) value 0.
       77  ws-kl-berisiko pic 9(4).
       77  ws-kl-baru pic 9(4).
       77  ws-kl-aktif pic 9(4).
       77  ws-hist-lain pic 9(5) value 0.
       77  ws-cmd pic x(80).
      *> Active students with the signs found for each this week.
       01  mhs-tabel.
           02 mh-item occurs 2000 times indexed by mh-idx.
               03 mh-npm pic x(8).
               03 mh-nama pic x(30).
               03 mh-kelas pic x(5).
               03 mh-hadir pic x.
               03 mh-kerja pic 9(3).
               03 mh-gagal pic x.
               03 mh-kuis pic 9(3).
               03 mh-kuis-ada pic x.
               03 mh-telat pic x.
               03 mh-luar pic x.
               03 mh-skor pic 9(3).
               03 mh-lalu pic x.
       77  mh-count pic 9(4) value 0.
       77  mh-penuh pic x value 'N'.
       01  kelas-tabel.
           02 kl-kelas pic x(5) occurs 50 times.
       77  kl-count pic 99 value 0.
       77  kl-idx pic 99.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           move ws-cli-arg(1:4) to ws-minggu.
           if ws-minggu = spaces
               call 'WEEKCAL' using ws-run-date, ws-minggu,
                   ws-kal-cutoff, ws-kal-hasil
           end-if.
           if ws-minggu = spaces
               display 'MINGGU LAB TIDAK DIKETAHUI DARI KALENDER'
               display 'USAGE: bin/risiko [MINGGU]'
               go to selesai
           end-if.
           perform muat-rubrik.
           perform muat-mahasiswa.
           if mh-count = 0
               display 'TIDAK ADA MAHASISWA AKTIF DI data/STUMAST.DAT'
               go to selesai
           end-if.
           perform kumpul-hadir.
           perform kumpul-kerja.
           perform kumpul-gagal.
           perform kumpul-kuis.
           perform muat-riwayat.
           perform hitung-skor.
           perform tulis-daftar.
           perform simpan-riwayat.
           display 'MINGGU             : ' ws-minggu.
           display 'MAHASISWA AKTIF    : ' mh-count.
           display 'BERISIKO           : ' ws-berisiko.
           display 'BARU BERISIKO      : ' ws-baru.
           display 'LIHAT data/RISK-LIST.DAT'.

       selesai.
           stop run.

      *> Built-in weights stand for any sign the rubric leaves out.
       muat-rubrik.
           open input weight-file.
           if ws-wgt-status = "00"
               move 'Y' to ws-rubrik-ada
               move 'N' to eof-flag
               perform until habis
                   read weight-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and wgt-bobot numeric
                       evaluate wgt-tanda
                           when 'ABSEN'
                               move wgt-bobot to ws-bobot-absen
                           when 'TIPIS'
                               move wgt-bobot to ws-bobot-tipis
                               if wgt-param numeric and wgt-param > 0
                                   move wgt-param to ws-min-kerja
                               end-if
                           when 'GAGAL'
                               move wgt-bobot to ws-bobot-gagal
                           when 'KUIS '
                               move wgt-bobot to ws-bobot-kuis
                               if wgt-param numeric and wgt-param > 0
                                   move wgt-param to ws-lulus-kuis
                               end-if
                           when 'TELAT'
                               move wgt-bobot to ws-bobot-telat
                           when 'LUAR '
                               move wgt-bobot to ws-bobot-luar
                           when 'BATAS'
                               if wgt-bobot > 0
                                   move wgt-bobot to ws-batas
                               end-if
                           when other continue
                       end-evaluate
                   end-if
               end-perform
               close weight-file
           end-if.

      *> Cuti and keluar students are not expected in the lab.
       muat-mahasiswa.
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
               if ada-lagi and sm-aktif
                   if mh-count < 2000
                       add 1 to mh-count
                       set mh-idx to mh-count
                       move sm-npm to mh-npm(mh-idx)
                       move sm-nama to mh-nama(mh-idx)
                       move sm-kelas to mh-kelas(mh-idx)
                       move 'N' to mh-hadir(mh-idx)
                       move 0 to mh-kerja(mh-idx)
                       move 'N' to mh-gagal(mh-idx)
                       move 0 to mh-kuis(mh-idx)
                       move 'N' to mh-kuis-ada(mh-idx)
                       move 'N' to mh-telat(mh-idx)
                       move 'N' to mh-luar(mh-idx)
                       move 0 to mh-skor(mh-idx)
                       move 'N' to mh-lalu(mh-idx)
                   else
                       move 'Y' to mh-penuh
                   end-if
               end-if
           end-perform.
           close student-master.

      *> Sets mh-idx to the student, or past mh-count when the NPM
      *> is not an active student on the master.
       cari-mahasiswa.
           perform varying mh-idx from 1 by 1
                   until mh-idx > mh-count
                   or mh-npm(mh-idx) = ws-cari-npm
               continue
           end-perform.

      *> The week of a sign-in comes off the term calendar, as in
      *> LABATTN's weekly exception report.
       kumpul-hadir.
           open input attend-file.
           if ws-at-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read attend-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and at-tipe = 'M'
                       call 'WEEKCAL' using at-date, ws-at-minggu,
                           ws-at-cutoff, ws-at-hasil
                       if ws-at-hasil = 'Y'
                               and ws-at-minggu = ws-minggu
                           move 'Y' to ws-hadir-ada
                           move at-npm to ws-cari-npm
                           perform cari-mahasiswa
                           if mh-idx <= mh-count
                               move 'Y' to mh-hadir(mh-idx)
                           end-if
                       end-if
                   end-if
               end-perform
               close attend-file
           end-if.

       kumpul-kerja.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if aud-npm(1:3) not = 'CTL'
                               and aud-mode = space
                               and aud-lab-week = ws-minggu
                               and not aud-batal
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                           if ws-kor-hasil = 'N'
                               move aud-npm to ws-cari-npm
                               perform cari-mahasiswa
                               if mh-idx <= mh-count
                                   perform catat-kerja-audit
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.
           open input activity-log.
           if ws-act-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read activity-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and act-lab-week = ws-minggu
                       move act-npm to ws-cari-npm
                       perform cari-mahasiswa
                       if mh-idx <= mh-count
                               and mh-kerja(mh-idx) < 999
                           add 1 to mh-kerja(mh-idx)
                       end-if
                   end-if
               end-perform
               close activity-log
           end-if.

       catat-kerja-audit.
           if mh-kerja(mh-idx) < 999
               add 1 to mh-kerja(mh-idx)
           end-if.
           if aud-late = 'L'
               move 'Y' to mh-telat(mh-idx)
           end-if.
           if aud-elig = 'N'
               move 'Y' to mh-luar(mh-idx)
           end-if.

      *> GABMARK's detail lines lead with the NPM, as NOTICE reads
      *> them.
       kumpul-gagal.
           open input gabut-mark.
           if ws-gm-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read gabut-mark
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if gabut-mark-record(1:8) numeric
                           move 0 to ws-hit-gagal
                           inspect gabut-mark-record
                               tallying ws-hit-gagal
                               for all ' GAGAL'
                           if ws-hit-gagal > 0
                               move gabut-mark-record(1:8)
                                   to ws-cari-npm
                               perform cari-mahasiswa
                               if mh-idx <= mh-count
                                   move 'Y' to mh-gagal(mh-idx)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close gabut-mark
           end-if.

       kumpul-kuis.
           open input kuisa-score.
           if ws-ks-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read kuisa-score
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and ks-score numeric
                       move ks-npm to ws-cari-npm
                       perform cari-mahasiswa
                       if mh-idx <= mh-count
                           move ks-score to mh-kuis(mh-idx)
                           move 'Y' to mh-kuis-ada(mh-idx)
                       end-if
                   end-if
               end-perform
               close kuisa-score
           end-if.

      *> The previous week is the latest week on the history before
      *> this one; a student on it is at risk already, not newly.
       muat-riwayat.
           open input risk-hist.
           if ws-rh-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read risk-hist
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   if rk-minggu < ws-minggu
                           and (ws-minggu-lalu = spaces
                           or rk-minggu > ws-minggu-lalu)
                       move rk-minggu to ws-minggu-lalu
                   end-if
               end-if
           end-perform.
           close risk-hist.
           if ws-minggu-lalu = spaces
               exit paragraph
           end-if.
           open input risk-hist.
           move 'N' to eof-flag.
           perform until habis
               read risk-hist
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and rk-minggu = ws-minggu-lalu
                   move rk-npm to ws-cari-npm
                   perform cari-mahasiswa
                   if mh-idx <= mh-count
                       move 'Y' to mh-lalu(mh-idx)
                   end-if
               end-if
           end-perform.
           close risk-hist.

       hitung-skor.
           perform varying mh-idx from 1 by 1
                   until mh-idx > mh-count
               move 0 to mh-skor(mh-idx)
               if ws-hadir-ada = 'Y' and mh-hadir(mh-idx) = 'N'
                   add ws-bobot-absen to mh-skor(mh-idx)
               end-if
               if mh-kerja(mh-idx) < ws-min-kerja
                   add ws-bobot-tipis to mh-skor(mh-idx)
               end-if
               if mh-gagal(mh-idx) = 'Y'
                   add ws-bobot-gagal to mh-skor(mh-idx)
               end-if
               if mh-kuis-ada(mh-idx) = 'Y'
                       and mh-kuis(mh-idx) < ws-lulus-kuis
                   add ws-bobot-kuis to mh-skor(mh-idx)
               end-if
               if mh-telat(mh-idx) = 'Y'
                   add ws-bobot-telat to mh-skor(mh-idx)
               end-if
               if mh-luar(mh-idx) = 'Y'
                   add ws-bobot-luar to mh-skor(mh-idx)
               end-if
               if mh-skor(mh-idx) >= ws-batas
                   add 1 to ws-berisiko
                   if mh-lalu(mh-idx) = 'N'
                       add 1 to ws-baru
                   end-if
                   perform catat-kelas
               end-if
           end-perform.

       catat-kelas.
           move 'N' to ws-ketemu.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               if kl-kelas(kl-idx) = mh-kelas(mh-idx)
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'N' and kl-count < 50
               add 1 to kl-count
               move mh-kelas(mh-idx) to kl-kelas(kl-count)
           end-if.

       tulis-daftar.
           open output risk-list.
           move spaces to risk-list-record.
           string '=== DAFTAR MAHASISWA BERISIKO MINGGU '
               delimited by size
               ws-minggu delimited by size
               ' - RUN ' delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into risk-list-record.
           write risk-list-record.
           move spaces to risk-list-record.
           string 'BOBOT ABSEN/TIPIS/GAGAL/KUIS/TELAT/LUAR '
               delimited by size
               ws-bobot-absen delimited by size
               '/' delimited by size
               ws-bobot-tipis delimited by size
               '/' delimited by size
               ws-bobot-gagal delimited by size
               '/' delimited by size
               ws-bobot-kuis delimited by size
               '/' delimited by size
               ws-bobot-telat delimited by size
               '/' delimited by size
               ws-bobot-luar delimited by size
               '  BATAS ' delimited by size
               ws-batas delimited by size
               into risk-list-record.
           write risk-list-record.
           move spaces to risk-list-record.
           string 'TIPIS: KERJA < ' delimited by size
               ws-min-kerja delimited by size
               '  KUIS: SKOR < ' delimited by size
               ws-lulus-kuis delimited by size
               '  MINGGU LALU: ' delimited by size
               ws-minggu-lalu delimited by size
               into risk-list-record.
           write risk-list-record.
           if ws-rubrik-ada = 'N'
               move 'RUBRIK TIDAK ADA - BOBOT BAWAAN DIPAKAI'
                   to risk-list-record
               write risk-list-record
           end-if.
           if ws-hadir-ada = 'N'
               move 'ABSENSI MINGGU INI KOSONG - ABSEN TIDAK DINILAI'
                   to risk-list-record
               write risk-list-record
           end-if.
           if mh-penuh = 'Y'
               move 'PERHATIAN: > 2000 MAHASISWA AKTIF - TIDAK LENGKAP'
                   to risk-list-record
               write risk-list-record
           end-if.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               perform tulis-kelas
           end-perform.
           move spaces to risk-list-record.
           write risk-list-record.
           move spaces to risk-list-record.
           if kl-count = 0
               move '(TIDAK ADA MAHASISWA BERISIKO)'
                   to risk-list-record
               write risk-list-record
               move spaces to risk-list-record
           end-if.
           string 'AKTIF: ' delimited by size
               mh-count delimited by size
               '  BERISIKO: ' delimited by size
               ws-berisiko delimited by size
               '  BARU: ' delimited by size
               ws-baru delimited by size
               into risk-list-record.
           write risk-list-record.
           close risk-list.

       tulis-kelas.
           move 0 to ws-kl-berisiko.
           move 0 to ws-kl-baru.
           move 0 to ws-kl-aktif.
           move spaces to risk-list-record.
           write risk-list-record.
           move spaces to risk-list-record.
           string '######## KELAS ' delimited by size
               kl-kelas(kl-idx) delimited by size
               ' ########' delimited by size
               into risk-list-record.
           write risk-list-record.
           move spaces to risk-list-record.
           move 'NPM      NAMA' to risk-list-record(1:13).
           move 'SKOR' to risk-list-record(41:4).
           move 'TANDA' to risk-list-record(51:5).
           write risk-list-record.
           perform varying mh-idx from 1 by 1
                   until mh-idx > mh-count
               if mh-kelas(mh-idx) = kl-kelas(kl-idx)
                   add 1 to ws-kl-aktif
                   if mh-skor(mh-idx) >= ws-batas
                       perform tulis-satu-mahasiswa
                   end-if
               end-if
           end-perform.
           move spaces to risk-list-record.
           string 'KELAS ' delimited by size
               kl-kelas(kl-idx) delimited by size
               ': BERISIKO ' delimited by size
               ws-kl-berisiko delimited by size
               ' DARI ' delimited by size
               ws-kl-aktif delimited by size
               '  BARU ' delimited by size
               ws-kl-baru delimited by size
               into risk-list-record.
           write risk-list-record.

       tulis-satu-mahasiswa.
           add 1 to ws-kl-berisiko.
           perform susun-alasan.
           move spaces to risk-list-record.
           move mh-npm(mh-idx) to risk-list-record(1:8).
           move mh-nama(mh-idx) to risk-list-record(10:30).
           move mh-skor(mh-idx) to risk-list-record(41:3).
           if mh-lalu(mh-idx) = 'N'
               add 1 to ws-kl-baru
               move 'BARU' to risk-list-record(45:4)
           end-if.
           move ws-alasan to risk-list-record(51:50).
           write risk-list-record.

      *> The signs behind the score, with the count or mark that
      *> raised TIPIS and KUIS.
       susun-alasan.
           move spaces to ws-alasan.
           move 1 to ws-ptr.
           if ws-hadir-ada = 'Y' and mh-hadir(mh-idx) = 'N'
               string 'ABSEN ' delimited by size
                   into ws-alasan with pointer ws-ptr
           end-if.
           if mh-kerja(mh-idx) < ws-min-kerja
               string 'TIPIS:' delimited by size
                   mh-kerja(mh-idx) delimited by size
                   ' ' delimited by size
                   into ws-alasan with pointer ws-ptr
           end-if.
           if mh-gagal(mh-idx) = 'Y'
               string 'GAGAL ' delimited by size
                   into ws-alasan with pointer ws-ptr
           end-if.
           if mh-kuis-ada(mh-idx) = 'Y'
                   and mh-kuis(mh-idx) < ws-lulus-kuis
               string 'KUIS:' delimited by size
                   mh-kuis(mh-idx) delimited by size
                   ' ' delimited by size
                   into ws-alasan with pointer ws-ptr
           end-if.
           if mh-telat(mh-idx) = 'Y'
               string 'TELAT ' delimited by size
                   into ws-alasan with pointer ws-ptr
           end-if.
           if mh-luar(mh-idx) = 'Y'
               string 'LUAR ' delimited by size
                   into ws-alasan with pointer ws-ptr
           end-if.

      *> Every other week's lines are carried over as they are and
      *> this week's written fresh, so a rerun replaces the week.
       simpan-riwayat.
           open output risk-baru.
           open input risk-hist.
           if ws-rh-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read risk-hist
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and rk-minggu not = ws-minggu
                       add 1 to ws-hist-lain
                       move risk-record to risk-baru-record
                       write risk-baru-record
                   end-if
               end-perform
               close risk-hist
           end-if.
           perform varying mh-idx from 1 by 1
                   until mh-idx > mh-count
               if mh-skor(mh-idx) >= ws-batas
                   perform tulis-satu-riwayat
               end-if
           end-perform.
           close risk-baru.
           move 'mv data/RISK-HIST.TMP data/RISK-HIST.DAT' to ws-cmd.
           call 'SYSTEM' using ws-cmd.
           move 0 to return-code.

       tulis-satu-riwayat.
           move spaces to risk-record.
           move ws-minggu to rk-minggu.
           move mh-npm(mh-idx) to rk-npm.
           move mh-kelas(mh-idx) to rk-kelas.
           move mh-skor(mh-idx) to rk-skor.
           if mh-lalu(mh-idx) = 'N'
               move 'B' to rk-baru
           end-if.
           if ws-hadir-ada = 'Y' and mh-hadir(mh-idx) = 'N'
               move 'ABSEN' to rk-al-absen
           end-if.
           if mh-kerja(mh-idx) < ws-min-kerja
               move 'TIPIS' to rk-al-tipis
           end-if.
           if mh-gagal(mh-idx) = 'Y'
               move 'GAGAL' to rk-al-gagal
           end-if.
           if mh-kuis-ada(mh-idx) = 'Y'
                   and mh-kuis(mh-idx) < ws-lulus-kuis
               move 'KUIS' to rk-al-kuis
           end-if.
           if mh-telat(mh-idx) = 'Y'
               move 'TELAT' to rk-al-telat
           end-if.
           if mh-luar(mh-idx) = 'Y'
               move 'LUAR' to rk-al-luar
           end-if.
           move risk-record to risk-baru-record.
           write risk-baru-record.
