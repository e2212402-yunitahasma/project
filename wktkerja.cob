      *> Time-on-task for a lab week: how long each student was in
      *> the lab and how much of that time was spent working. Every
      *> sign-in on data/ATTEND.DAT is paired with the student's next
      *> sign-out the same day; the audit trail and the activity file
      *> then give the first and last work timestamps inside each
      *> session and the number of work items. Operator what-if
      *> records ('W') and CTL control records are not student work;
      *> neither are reversing records nor the records they void.
      *> Per student the report shows minutes present (sessions with
      *> a sign-out only), minutes actively working (first to last
      *> work item of each session), work items and items per hour
      *> present, with kelas averages. Sessions are flagged:
      *>   PENDEK        present less than the minimum (default 15
      *>                 minutes, or the second argument)
      *>   TANPA KELUAR  no sign-out - a sign-in followed by another
      *>                 sign-in or by nothing that day; its work is
      *>                 counted up to midnight, its time is not
      *> The week comes off the term calendar as in LABATTN.
      *> Output: data/TIME-ON-TASK.DAT, one section per kelas.
      *> USAGE: bin/wktkerja [MINGGU] [MENIT]  (LABBATCH job WKTKJ)
       identification division.
       program-id. WKTKERJA.
       environment division.
       input-output section.
       file-control.
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
           select task-report assign to "data/TIME-ON-TASK.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd student-master.
           copy STUMAST.
       fd attend-file.
           copy ATTEND.
       fd audit-file.
           copy T2AUDIT.
       fd activity-log.
           copy ACTLOG.
       fd task-report.
       01 task-report-record pic x(100).
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-at-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-kor-hasil pic x.
       77  ws-act-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-minggu pic x(4).
       77  ws-kal-cutoff pic x(14).
       77  ws-kal-hasil pic x.
       77  ws-at-minggu pic x(4).
       77  ws-at-cutoff pic x(14).
       77  ws-at-hasil pic x.
       77  ws-batas-pendek pic 9(3) value 15.
       77  ws-master-ada pic x value 'N'.
       77  ws-cari-npm pic x(8).
       77  ws-cari-ts pic x(14).
       77  ws-cari-tgl pic x(8).
       77  ws-cari-jam pic 9(6).
       77  ws-jam-akhir pic 9(6).
       77  ws-detik-1 pic 9(5).
       77  ws-detik-2 pic 9(5).
       77  ws-menit pic 9(5).
       77  ws-per-jam pic 9(4)v9.
       77  ws-per-jam-ed pic zzz9.9.
       77  ws-tanpa-pasangan pic 9(4) value 0.
       77  ws-tot-sesi pic 9(5) value 0.
       77  ws-tot-pendek pic 9(5) value 0.
       77  ws-tot-buka pic 9(5) value 0.
       77  ws-kl-mhs pic 9(4).
       77  ws-kl-hadir pic 9(7).
       77  ws-kl-aktif pic 9(7).
       77  ws-kl-item-tutup pic 9(6).
       77  ws-rata pic 9(5).
      *> A clock time split for the seconds arithmetic.
       01  ws-jam.
           05 ws-jam-hh pic 99.
           05 ws-jam-mm pic 99.
           05 ws-jam-ss pic 99.
       01  ws-jam-x redefines ws-jam pic 9(6).
      *> One line per sign-in of the week. ss-status 'B' while it
      *> waits for its sign-out, 'S' once signed out, 'T' when it
      *> never was.
       01  sesi-tabel.
           02 ss-item occurs 3000 times indexed by ss-idx.
               03 ss-npm pic x(8).
               03 ss-tgl pic x(8).
               03 ss-masuk pic 9(6).
               03 ss-keluar pic 9(6).
               03 ss-status pic x.
               03 ss-awal pic 9(6).
               03 ss-akhir pic 9(6).
               03 ss-kerja pic 9(4).
       77  ss-count pic 9(4) value 0.
       77  ss-penuh pic x value 'N'.
       77  ss-pos pic 9(4).
      *> The week's totals per student, built from the sessions.
       01  mhs-tabel.
           02 wm-item occurs 1000 times indexed by wm-idx.
               03 wm-npm pic x(8).
               03 wm-kelas pic x(5).
               03 wm-sesi pic 9(3).
               03 wm-hadir pic 9(5).
               03 wm-aktif pic 9(5).
               03 wm-kerja pic 9(4).
               03 wm-kerja-tutup pic 9(4).
               03 wm-pendek pic 9(3).
               03 wm-buka pic 9(3).
       77  wm-count pic 9(4) value 0.
       77  wm-penuh pic x value 'N'.
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
           if ws-cli-arg(6:3) numeric and ws-cli-arg(6:3) > 0
               move ws-cli-arg(6:3) to ws-batas-pendek
           end-if.
           if ws-minggu = spaces
               call 'WEEKCAL' using ws-run-date, ws-minggu,
                   ws-kal-cutoff, ws-kal-hasil
           end-if.
           if ws-minggu = spaces
               display 'MINGGU LAB TIDAK DIKETAHUI DARI KALENDER'
               display 'USAGE: bin/wktkerja [MINGGU] [MENIT]'
               go to selesai
           end-if.
           perform kumpul-sesi.
           perform kumpul-kerja.
           perform rekap-mahasiswa.
           perform tulis-laporan.
           display 'MINGGU             : ' ws-minggu.
           display 'SESI               : ' ws-tot-sesi.
           display 'SESI PENDEK        : ' ws-tot-pendek.
           display 'SESI TANPA KELUAR  : ' ws-tot-buka.
           display 'LIHAT data/TIME-ON-TASK.DAT'.

       selesai.
           stop run.

      *> ATTEND.DAT is appended as the desk works, so it is already
      *> in time order: a sign-in opens a session, the student's next
      *> sign-out that day closes it, and a second sign-in while one
      *> is open leaves the first without a sign-out.
       kumpul-sesi.
           open input attend-file.
           if ws-at-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read attend-file
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and at-npm numeric and at-time numeric
                   call 'WEEKCAL' using at-date, ws-at-minggu,
                       ws-at-cutoff, ws-at-hasil
                   if ws-at-hasil = 'Y' and ws-at-minggu = ws-minggu
                       perform catat-absen
                   end-if
               end-if
           end-perform.
           close attend-file.
           perform varying ss-idx from 1 by 1
                   until ss-idx > ss-count
               if ss-status(ss-idx) = 'B'
                   move 'T' to ss-status(ss-idx)
               end-if
           end-perform.

       catat-absen.
           move at-npm to ws-cari-npm.
           perform cari-sesi-buka.
           if at-tipe = 'M'
               if ss-pos > 0
                   move 'T' to ss-status(ss-pos)
               end-if
               if ss-count < 3000
                   add 1 to ss-count
                   set ss-idx to ss-count
                   move at-npm to ss-npm(ss-idx)
                   move at-date to ss-tgl(ss-idx)
                   move at-time to ss-masuk(ss-idx)
                   move 0 to ss-keluar(ss-idx)
                   move 'B' to ss-status(ss-idx)
                   move 0 to ss-awal(ss-idx)
                   move 0 to ss-akhir(ss-idx)
                   move 0 to ss-kerja(ss-idx)
               else
                   move 'Y' to ss-penuh
               end-if
           else
               if ss-pos > 0 and ss-tgl(ss-pos) = at-date
                   move at-time to ss-keluar(ss-pos)
                   move 'S' to ss-status(ss-pos)
               else
                   add 1 to ws-tanpa-pasangan
               end-if
           end-if.

      *> Sets ss-pos to the student's session still waiting for its
      *> sign-out, or 0.
       cari-sesi-buka.
           move 0 to ss-pos.
           perform varying ss-idx from 1 by 1
                   until ss-idx > ss-count
               if ss-npm(ss-idx) = ws-cari-npm
                       and ss-status(ss-idx) = 'B'
                   set ss-pos to ss-idx
               end-if
           end-perform.

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
                               and aud-mode not = 'W'
                               and not aud-batal
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                           if ws-kor-hasil = 'N'
                               perform catat-kerja-audit
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
                   if ada-lagi and act-timestamp(9:6) numeric
                       move act-npm to ws-cari-npm
                       move act-timestamp(1:8) to ws-cari-tgl
                       move act-timestamp(9:6) to ws-cari-jam
                       perform catat-kerja
                   end-if
               end-perform
               close activity-log
           end-if.

      *> A replacement record's work time is the original's, kept
      *> in AUD-KOR-REF.
       catat-kerja-audit.
           if aud-ganti
               move aud-kor-ref to ws-cari-ts
           else
               move aud-timestamp to ws-cari-ts
           end-if.
           if ws-cari-ts(9:6) numeric
               move aud-npm to ws-cari-npm
               move ws-cari-ts(1:8) to ws-cari-tgl
               move ws-cari-ts(9:6) to ws-cari-jam
               perform catat-kerja
           end-if.

      *> A work item belongs to the session it falls inside; one
      *> without a sign-out runs to the end of its day, so when two
      *> sessions hold the time the later sign-in takes it.
       catat-kerja.
           move 0 to ss-pos.
           perform varying ss-idx from 1 by 1
                   until ss-idx > ss-count
               if ss-npm(ss-idx) = ws-cari-npm
                       and ss-tgl(ss-idx) = ws-cari-tgl
                       and ws-cari-jam >= ss-masuk(ss-idx)
                   if ss-status(ss-idx) = 'T'
                           or ws-cari-jam <= ss-keluar(ss-idx)
                       set ss-pos to ss-idx
                   end-if
               end-if
           end-perform.
           if ss-pos > 0
               add 1 to ss-kerja(ss-pos)
               if ss-kerja(ss-pos) = 1
                   move ws-cari-jam to ss-awal(ss-pos)
                   move ws-cari-jam to ss-akhir(ss-pos)
               end-if
               if ws-cari-jam < ss-awal(ss-pos)
                   move ws-cari-jam to ss-awal(ss-pos)
               end-if
               if ws-cari-jam > ss-akhir(ss-pos)
                   move ws-cari-jam to ss-akhir(ss-pos)
               end-if
           end-if.

       rekap-mahasiswa.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           end-if.
           perform varying ss-idx from 1 by 1
                   until ss-idx > ss-count
               perform rekap-satu-sesi
           end-perform.
           if ws-master-ada = 'Y'
               close student-master
           end-if.

       rekap-satu-sesi.
           perform varying wm-idx from 1 by 1
                   until wm-idx > wm-count
                   or wm-npm(wm-idx) = ss-npm(ss-idx)
               continue
           end-perform.
           if wm-idx > wm-count
               if wm-count >= 1000
                   move 'Y' to wm-penuh
                   exit paragraph
               end-if
               add 1 to wm-count
               set wm-idx to wm-count
               move ss-npm(ss-idx) to wm-npm(wm-idx)
               perform cari-kelas
               move 0 to wm-sesi(wm-idx)
               move 0 to wm-hadir(wm-idx)
               move 0 to wm-aktif(wm-idx)
               move 0 to wm-kerja(wm-idx)
               move 0 to wm-kerja-tutup(wm-idx)
               move 0 to wm-pendek(wm-idx)
               move 0 to wm-buka(wm-idx)
           end-if.
           add 1 to wm-sesi(wm-idx).
           add 1 to ws-tot-sesi.
           add ss-kerja(ss-idx) to wm-kerja(wm-idx).
           if ss-kerja(ss-idx) > 0
               move ss-awal(ss-idx) to ws-cari-jam
               move ss-akhir(ss-idx) to ws-jam-akhir
               perform hitung-menit
               add ws-menit to wm-aktif(wm-idx)
           end-if.
           if ss-status(ss-idx) = 'T'
               add 1 to wm-buka(wm-idx)
               add 1 to ws-tot-buka
           else
               move ss-masuk(ss-idx) to ws-cari-jam
               move ss-keluar(ss-idx) to ws-jam-akhir
               perform hitung-menit
               add ws-menit to wm-hadir(wm-idx)
               add ss-kerja(ss-idx) to wm-kerja-tutup(wm-idx)
               if ws-menit < ws-batas-pendek
                   add 1 to wm-pendek(wm-idx)
                   add 1 to ws-tot-pendek
               end-if
           end-if.

      *> Whole minutes from the clock time in ws-cari-jam to the one
      *> in ws-jam-akhir, returned in ws-menit; an end before the start
      *> (a session across midnight) counts as none.
       hitung-menit.
           move ws-cari-jam to ws-jam-x.
           compute ws-detik-1 = ws-jam-hh * 3600 + ws-jam-mm * 60
               + ws-jam-ss.
           move ws-jam-akhir to ws-jam-x.
           compute ws-detik-2 = ws-jam-hh * 3600 + ws-jam-mm * 60
               + ws-jam-ss.
           if ws-detik-2 > ws-detik-1
               compute ws-menit = (ws-detik-2 - ws-detik-1) / 60
           else
               move 0 to ws-menit
           end-if.

       cari-kelas.
           move 'TANPA' to wm-kelas(wm-idx).
           if ws-master-ada = 'Y'
               move ss-npm(ss-idx) to sm-npm
               read student-master
                   invalid key continue
               end-read
               if ws-sm-status = "00"
                   move sm-kelas to wm-kelas(wm-idx)
               end-if
           end-if.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
                   or kl-kelas(kl-idx) = wm-kelas(wm-idx)
               continue
           end-perform.
           if kl-idx > kl-count and kl-count < 50
               add 1 to kl-count
               move wm-kelas(wm-idx) to kl-kelas(kl-count)
           end-if.

       tulis-laporan.
           open output task-report.
           move spaces to task-report-record.
           string '=== WAKTU KERJA DI LAB MINGGU ' delimited by size
               ws-minggu delimited by size
               ' - RUN ' delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into task-report-record.
           write task-report-record.
           move spaces to task-report-record.
           string 'MENIT HADIR = SIGN-IN S/D SIGN-OUT, MENIT AKTIF = '
               delimited by size
               'KERJA PERTAMA S/D TERAKHIR' delimited by size
               into task-report-record.
           write task-report-record.
           if ss-penuh = 'Y' or wm-penuh = 'Y'
               move 'PERHATIAN: TABEL PENUH - LAPORAN TIDAK LENGKAP'
                   to task-report-record
               write task-report-record
           end-if.
           if ss-count = 0
               move 'TIDAK ADA SIGN-IN DI MINGGU INI'
                   to task-report-record
               write task-report-record
           end-if.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               perform tulis-satu-kelas
           end-perform.
           move spaces to task-report-record.
           write task-report-record.
           move spaces to task-report-record.
           string 'SESI ' delimited by size
               ws-tot-sesi delimited by size
               '  PENDEK (< ' delimited by size
               ws-batas-pendek delimited by size
               ' MENIT) ' delimited by size
               ws-tot-pendek delimited by size
               '  TANPA KELUAR ' delimited by size
               ws-tot-buka delimited by size
               '  SIGN-OUT TANPA SIGN-IN ' delimited by size
               ws-tanpa-pasangan delimited by size
               into task-report-record.
           write task-report-record.
           close task-report.

       tulis-satu-kelas.
           move 0 to ws-kl-mhs.
           move 0 to ws-kl-hadir.
           move 0 to ws-kl-aktif.
           move 0 to ws-kl-item-tutup.
           move spaces to task-report-record.
           write task-report-record.
           move spaces to task-report-record.
           string 'KELAS ' delimited by size
               kl-kelas(kl-idx) delimited by size
               into task-report-record.
           write task-report-record.
           move '  NPM      SESI HADIR AKTIF KERJA  /JAM  TANDA'
               to task-report-record.
           write task-report-record.
           perform varying wm-idx from 1 by 1
                   until wm-idx > wm-count
               if wm-kelas(wm-idx) = kl-kelas(kl-idx)
                   perform tulis-satu-mahasiswa
               end-if
           end-perform.
           move spaces to task-report-record.
           string '  RATA-RATA KELAS (' delimited by size
               ws-kl-mhs delimited by size
               ' MHS): HADIR ' delimited by size
               into task-report-record.
           compute ws-rata = ws-kl-hadir / ws-kl-mhs.
           move ws-rata to task-report-record(37:5).
           move ' AKTIF' to task-report-record(42:6).
           compute ws-rata = ws-kl-aktif / ws-kl-mhs.
           move ws-rata to task-report-record(49:5).
           move ' KERJA/JAM' to task-report-record(54:10).
           move 0 to ws-per-jam.
           if ws-kl-hadir > 0
               compute ws-per-jam rounded =
                   ws-kl-item-tutup * 60 / ws-kl-hadir
           end-if.
           move ws-per-jam to ws-per-jam-ed.
           move ws-per-jam-ed to task-report-record(65:6).
           write task-report-record.

      *> Items per hour are over the sessions with a sign-out, the
      *> only ones whose time present is known.
       tulis-satu-mahasiswa.
           add 1 to ws-kl-mhs.
           add wm-hadir(wm-idx) to ws-kl-hadir.
           add wm-aktif(wm-idx) to ws-kl-aktif.
           add wm-kerja-tutup(wm-idx) to ws-kl-item-tutup.
           move 0 to ws-per-jam.
           if wm-hadir(wm-idx) > 0
               compute ws-per-jam rounded =
                   wm-kerja-tutup(wm-idx) * 60 / wm-hadir(wm-idx)
           end-if.
           move ws-per-jam to ws-per-jam-ed.
           move spaces to task-report-record.
           string '  ' delimited by size
               wm-npm(wm-idx) delimited by size
               ' ' delimited by size
               wm-sesi(wm-idx) delimited by size
               '  ' delimited by size
               wm-hadir(wm-idx) delimited by size
               ' ' delimited by size
               wm-aktif(wm-idx) delimited by size
               ' ' delimited by size
               wm-kerja(wm-idx) delimited by size
               ' ' delimited by size
               ws-per-jam-ed delimited by size
               into task-report-record.
           if wm-pendek(wm-idx) > 0
               move 'PENDEK' to task-report-record(46:6)
           end-if.
           if wm-buka(wm-idx) > 0
               move 'TANPA KELUAR' to task-report-record(53:12)
           end-if.
           write task-report-record.
           if wm-pendek(wm-idx) > 0 or wm-buka(wm-idx) > 0
               perform varying ss-idx from 1 by 1
                       until ss-idx > ss-count
                   if ss-npm(ss-idx) = wm-npm(wm-idx)
                       perform tulis-sesi-bertanda
                   end-if
               end-perform
           end-if.

       tulis-sesi-bertanda.
           move spaces to task-report-record.
           if ss-status(ss-idx) = 'T'
               string '      ' delimited by size
                   ss-tgl(ss-idx) delimited by size
                   ' MASUK ' delimited by size
                   ss-masuk(ss-idx) delimited by size
                   ' KERJA ' delimited by size
                   ss-kerja(ss-idx) delimited by size
                   '  TANPA KELUAR' delimited by size
                   into task-report-record
               write task-report-record
           else
               move ss-masuk(ss-idx) to ws-cari-jam
               move ss-keluar(ss-idx) to ws-jam-akhir
               perform hitung-menit
               if ws-menit < ws-batas-pendek
                   string '      ' delimited by size
                       ss-tgl(ss-idx) delimited by size
                       ' MASUK ' delimited by size
                       ss-masuk(ss-idx) delimited by size
                       ' KELUAR ' delimited by size
                       ss-keluar(ss-idx) delimited by size
                       ' KERJA ' delimited by size
                       ss-kerja(ss-idx) delimited by size
                       '  PENDEK ' delimited by size
                       ws-menit delimited by size
                       ' MENIT' delimited by size
                       into task-report-record
                   write task-report-record
               end-if
           end-if.
